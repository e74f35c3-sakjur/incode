       identification division.
       program-id.     allocmnt.
       author.         Emil Tullstedt.
       date-written.   Oct 15 2026.
      * Modification history:
      *   2026-10-15  ET   Original bucket-number allocation program:
      *                    the capacity planners hand published
      *                    primes out as bucket numbers, and the
      *                    only record of who had which was a
      *                    spreadsheet.  Signed-off ALC/REL
      *                    transactions (ALLOCTRN) now hand out the
      *                    next free active PRIMMSTR value in a
      *                    requested range to a named owner, or
      *                    release one, against the keyed allocation
      *                    master (ALLOCMST).  A released record
      *                    stays on file with its release date, so
      *                    the value's history survives and it can
      *                    be handed out again.  The allocation
      *                    report (ALLOCRPT) lists what each
      *                    transaction did and every allocation in
      *                    force by owner, flagging any whose master
      *                    record is no longer active, and every
      *                    applied change appends one AUDITLOG
      *                    record the way EXCLMNT does.
      *   2026-10-15  ET   AUDITLOG record widened with the action,
      *                    approver and outcome columns EXCLMNT and
      *                    SUBSMNT now write; allocations are not
      *                    under dual control, so the approver is
      *                    left blank.

       environment division.
       input-output section.
       file-control.
           select transaction-file assign to "ALLOCTRN"
               organization is line sequential
               file status is tran-file-status.

           select master-file assign to "PRIMMSTR"
               organization is indexed
               access mode is dynamic
               record key is master-prime
               file status is master-file-status.

           select allocation-file assign to "ALLOCMST"
               organization is indexed
               access mode is dynamic
               record key is alloc-value
               alternate record key is alloc-owner with duplicates
               file status is alloc-file-status.

           select exclusion-file assign to "EXCLLIST"
               organization is line sequential
               file status is excl-file-status.

           select alloc-report-file assign to "ALLOCRPT"
               organization is line sequential.

           select audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-file-status.

       data division.
       file section.
       fd  transaction-file.
       01  transaction-record.
           05  atran-action             pic x(3).
           05  atran-owner              pic x(8).
           05  atran-range-lo           pic 9(8).
           05  atran-range-lo-x redefines atran-range-lo
                                        pic x(8).
           05  atran-range-hi           pic 9(8).
           05  atran-range-hi-x redefines atran-range-hi
                                        pic x(8).

       fd  master-file.
       01  master-record.
           05  master-prime             pic 9(8).
           05  master-first-published   pic 9(8).
           05  master-last-confirmed    pic 9(8).
           05  master-status            pic x(1).
               88  master-active        value "A".
               88  master-retired       value "R".

       fd  allocation-file.
       01  allocation-record.
           05  alloc-value              pic 9(8).
           05  alloc-owner              pic x(8).
           05  alloc-status             pic x(1).
               88  alloc-in-use         value "A".
               88  alloc-released       value "R".
           05  alloc-date               pic 9(8).
           05  alloc-release-date       pic 9(8).
           05  alloc-submitter          pic x(8).

       fd  exclusion-file.
       01  exclusion-record.
           05  excl-rec-value           pic 9(8).
           05  excl-rec-value-x redefines excl-rec-value
                                        pic x(8).
           05  excl-rec-effective       pic 9(8).
           05  excl-rec-effective-x redefines excl-rec-effective
                                        pic x(8).
           05  excl-rec-expiry          pic 9(8).
           05  excl-rec-expiry-x redefines excl-rec-expiry
                                        pic x(8).

       fd  alloc-report-file.
       01  alloc-report-line            pic x(80).

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
           88 tran-file-eof value "10".
       01  master-file-status pic xx.
           88 master-file-ok value "00".
           88 master-file-eof value "10".
           88 master-missing value "35".
       01  alloc-file-status pic xx.
           88 alloc-file-ok value "00".
           88 alloc-file-eof value "10".
           88 alloc-missing value "35".
       01  excl-file-status pic xx.
           88 excl-file-ok value "00".
           88 excl-file-eof value "10".
       01  audit-file-status pic xx.
           88 audit-file-ok value "00".

       01  master-available-sw pic x value "N".
           88 master-available value "Y".
       01  excl-work-value pic 9(8).
       01  excl-in-value-x pic x(8).
       01  excl-in-eff-x pic x(8).
       01  excl-in-exp-x pic x(8).
       01  excl-limit pic 9(3) value 500.
       01  excl-count pic 9(3) value 0.
       01  ex pic 9(3).
       01  excl-hit-sw pic x.
           88 excl-hit value "Y".
       01  exclusion-table.
           05 excl-value occurs 500 times pic 9(8).

       01  search-done-sw pic x.
           88 search-done value "Y".
       01  candidate-found-sw pic x.
           88 candidate-found value "Y".
       01  candidate-value pic 9(8).
       01  alloc-on-file-sw pic x.
           88 alloc-on-file value "Y".
       01  reject-reason pic x(25).
       01  assigned-value pic 9(8).

       01  trans-read pic 9(3) value 0.
       01  trans-applied pic 9(3) value 0.
       01  trans-rejected pic 9(3) value 0.
       01  tran-number pic z(3).

       01  tran-detail.
           05  trd-number pic z(3).
           05  filler pic x(2) value spaces.
           05  trd-action pic x(3).
           05  filler pic x(2) value spaces.
           05  trd-owner pic x(8).
           05  filler pic x(2) value spaces.
           05  trd-range-lo pic x(8).
           05  filler pic x(1) value "-".
           05  trd-range-hi pic x(8).
           05  filler pic x(2) value spaces.
           05  trd-result pic x(8).
           05  filler pic x(2) value spaces.
           05  trd-value pic z(7)9.
           05  filler pic x(2) value spaces.
           05  trd-reason pic x(25).

       01  previous-owner pic x(8).
       01  owner-started-sw pic x value "N".
           88 owner-started value "Y".
       01  owner-value-count pic 9(5) value 0.
       01  owners-listed pic 9(5) value 0.
       01  allocations-listed pic 9(5) value 0.
       01  not-active-count pic 9(5) value 0.
       01  released-on-file pic 9(5) value 0.

       01  owner-detail.
           05  owd-owner pic x(8).
           05  filler pic x(2) value spaces.
           05  owd-value pic z(7)9.
           05  filler pic x(2) value spaces.
           05  owd-allocated pic 9(8).
           05  filler pic x(2) value spaces.
           05  owd-submitter pic x(8).
           05  filler pic x(2) value spaces.
           05  owd-master pic x(13).
           05  filler pic x(27) value spaces.

       01  count-display pic z(4)9.
       01  run-date pic 9(8).
       01  run-time pic 9(8).
       01  submitter pic x(8).

       procedure division.
       main-logic.
           accept run-date from date yyyymmdd
           accept run-time from time
           accept submitter from environment "USER"
           perform open-allocation-master
           perform open-prime-master
           perform load-exclusion-list
           perform open-alloc-report
           perform apply-transactions
           perform write-owner-section
           perform write-report-trailer
           close alloc-report-file
           close allocation-file
           if master-available
               close master-file
           end-if
           if trans-rejected > 0
               move 8 to return-code
           else
               if not-active-count > 0
                   move 4 to return-code
               end-if
           end-if
           stop run.

      *----------------------------------------------------------
      * Open the allocation master for update.  On the very first
      * run there is no master yet, so create it, close it and
      * reopen it i-o, the same fallback PRIMLOAD uses for
      * PRIMMSTR.
      *----------------------------------------------------------
       open-allocation-master.
           open i-o allocation-file
           if alloc-missing
               open output allocation-file
               close allocation-file
               open i-o allocation-file
           end-if
           if not alloc-file-ok
               display "ALLOCMNT: ALLOCMST OPEN FAILED, STATUS "
                   alloc-file-status
               move 16 to return-code
               stop run
           end-if.

      *----------------------------------------------------------
      * Only an active published value can be handed out, so the
      * prime master is the authority on what is free.  Without
      * it nothing can be allocated; releases still go through,
      * because giving a bucket back never needs the master.
      *----------------------------------------------------------
       open-prime-master.
           open input master-file
           if master-file-ok
               move "Y" to master-available-sw
           else
               display "ALLOCMNT: PRIMMSTR NOT AVAILABLE, STATUS "
                   master-file-status
                   ", ALLOCATIONS WILL BE REJECTED"
           end-if.

      *----------------------------------------------------------
      * An active value that the maintenance file excludes as of
      * tonight drops off the list on the next PRIME run, so it
      * is not handed out even though the master still shows it
      * active.  Same in-effect test PRIMINQ applies.
      *----------------------------------------------------------
       load-exclusion-list.
           open input exclusion-file
           if excl-file-ok
               perform until excl-file-eof
                   read exclusion-file
                       at end
                           continue
                       not at end
                           perform store-one-exclusion
                   end-read
               end-perform
               close exclusion-file
           end-if.

       store-one-exclusion.
           perform classify-exclusion-record
           if excl-in-value-x is numeric
               and excl-count < excl-limit
               move excl-in-value-x to excl-work-value
               if excl-in-eff-x is numeric
                   and excl-in-exp-x is numeric
                   if excl-in-eff-x <= run-date
                       and excl-in-exp-x >= run-date
                       add 1 to excl-count
                       move excl-work-value to excl-value(excl-count)
                   end-if
               else
                   add 1 to excl-count
                   move excl-work-value to excl-value(excl-count)
               end-if
           end-if.

      *----------------------------------------------------------
      * EXCLLIST arrives in three shapes: the wide dated layout
      * EXCLMNT writes, the 5-digit dated layout from before the
      * widening, and the bare 5-digit layout from before dates
      * existed - the same recognition PRIME and PRIMINQ apply.
      *----------------------------------------------------------
       classify-exclusion-record.
           evaluate true
               when exclusion-record(1:5) is numeric
                   and exclusion-record(6:19) = spaces
                   move "000" to excl-in-value-x(1:3)
                   move exclusion-record(1:5) to excl-in-value-x(4:5)
                   move spaces to excl-in-eff-x
                   move spaces to excl-in-exp-x
               when exclusion-record(1:5) is numeric
                   and exclusion-record(6:16) is numeric
                   and exclusion-record(22:3) = spaces
                   move "000" to excl-in-value-x(1:3)
                   move exclusion-record(1:5) to excl-in-value-x(4:5)
                   move exclusion-record(6:8) to excl-in-eff-x
                   move exclusion-record(14:8) to excl-in-exp-x
               when other
                   move excl-rec-value-x to excl-in-value-x
                   move excl-rec-effective-x to excl-in-eff-x
                   move excl-rec-expiry-x to excl-in-exp-x
           end-evaluate.

       open-alloc-report.
           open output alloc-report-file
           move spaces to alloc-report-line
           string "BUCKET NUMBER ALLOCATION REPORT" delimited by size
               into alloc-report-line
           write alloc-report-line
           move spaces to alloc-report-line
           string "RUN DATE " delimited by size
               run-date delimited by size
               "   RUN TIME " delimited by size
               run-time delimited by size
               "   SUBMITTER " delimited by size
               submitter delimited by size
               into alloc-report-line
           write alloc-report-line
           move spaces to alloc-report-line
           write alloc-report-line.

      *----------------------------------------------------------
      * Apply the signed-off transactions in card order.  ALC
      * hands the owner the lowest free active value in the
      * card's range; REL gives back the value in the range-low
      * column.  A transaction that fails edit is listed REJECTED
      * with the reason and the run ends with a non-zero return
      * code, the discipline every maintenance program in this
      * stream applies.
      *----------------------------------------------------------
       apply-transactions.
           move spaces to alloc-report-line
           string "TRANSACTIONS" delimited by size
               into alloc-report-line
           write alloc-report-line
           move spaces to alloc-report-line
           string "NO   ACT  OWNER     RANGE              RESULT    "
               "VALUE     REASON" delimited by size
               into alloc-report-line
           write alloc-report-line
           open input transaction-file
           if not tran-file-ok
               move spaces to alloc-report-line
               string "NO TRANSACTION FILE - ALLOCATIONS UNCHANGED"
                   delimited by size into alloc-report-line
               write alloc-report-line
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
           end-if
           move spaces to alloc-report-line
           write alloc-report-line.

       apply-one-transaction.
           move trans-read to tran-number
           move spaces to reject-reason
           move 0 to assigned-value
           if atran-owner = spaces
               move "OWNER BLANK" to reject-reason
           else
               evaluate atran-action
                   when "ALC"
                       perform edit-alc-transaction
                       if reject-reason = spaces
                           perform apply-alc-transaction
                       end-if
                   when "REL"
                       perform edit-rel-transaction
                       if reject-reason = spaces
                           perform apply-rel-transaction
                       end-if
                   when other
                       move "UNKNOWN ACTION" to reject-reason
               end-evaluate
           end-if
           if reject-reason = spaces
               add 1 to trans-applied
               perform write-tran-line-applied
               perform write-audit-record
           else
               add 1 to trans-rejected
               perform write-tran-line-rejected
           end-if.

       edit-alc-transaction.
           evaluate true
               when atran-range-lo-x is not numeric
                   move "RANGE LOW NOT NUMERIC" to reject-reason
               when atran-range-hi-x is not numeric
                   move "RANGE HIGH NOT NUMERIC" to reject-reason
               when atran-range-hi < atran-range-lo
                   move "RANGE REVERSED" to reject-reason
               when not master-available
                   move "PRIMMSTR NOT AVAILABLE" to reject-reason
               when other
                   continue
           end-evaluate.

      *----------------------------------------------------------
      * Position the prime master at the bottom of the range and
      * walk it forward in key order; the first active value that
      * is neither excluded tonight nor already held by an owner
      * is the one handed out.  A value released earlier is
      * reused in place, keeping its record.
      *----------------------------------------------------------
       apply-alc-transaction.
           move "N" to candidate-found-sw
           move "N" to search-done-sw
           move atran-range-lo to master-prime
           start master-file key is not less than master-prime
               invalid key
                   move "Y" to search-done-sw
           end-start
           perform until search-done
               read master-file next record
                   at end
                       move "Y" to search-done-sw
                   not at end
                       if master-prime > atran-range-hi
                           move "Y" to search-done-sw
                       else
                           if master-active
                               perform check-candidate-free
                           end-if
                       end-if
               end-read
           end-perform
           if not candidate-found
               move "NO FREE ACTIVE PRIME" to reject-reason
           else
               move candidate-value to alloc-value
               move atran-owner to alloc-owner
               set alloc-in-use to true
               move run-date to alloc-date
               move 0 to alloc-release-date
               move submitter to alloc-submitter
               if alloc-on-file
                   rewrite allocation-record
               else
                   write allocation-record
               end-if
               move candidate-value to assigned-value
           end-if.

       check-candidate-free.
           move "N" to excl-hit-sw
           perform varying ex from 1 by 1
                   until ex > excl-count or excl-hit
               if excl-value(ex) = master-prime
                   move "Y" to excl-hit-sw
               end-if
           end-perform
           if not excl-hit
               move "N" to alloc-on-file-sw
               move master-prime to alloc-value
               read allocation-file
                   invalid key
                       move "Y" to candidate-found-sw
                   not invalid key
                       move "Y" to alloc-on-file-sw
                       if alloc-released
                           move "Y" to candidate-found-sw
                       end-if
               end-read
               if candidate-found
                   move master-prime to candidate-value
                   move "Y" to search-done-sw
               end-if
           end-if.

      *----------------------------------------------------------
      * A release names the value in the range-low column and
      * must come from the owner holding it, so one department
      * cannot give back another's bucket by mistake.
      *----------------------------------------------------------
       edit-rel-transaction.
           if atran-range-lo-x is not numeric
               move "VALUE NOT NUMERIC" to reject-reason
           else
               move atran-range-lo to alloc-value
               read allocation-file
                   invalid key
                       move "NOT ALLOCATED" to reject-reason
                   not invalid key
                       if alloc-released
                           move "ALREADY RELEASED" to reject-reason
                       else
                           if alloc-owner not = atran-owner
                               move "HELD BY ANOTHER OWNER"
                                   to reject-reason
                           end-if
                       end-if
               end-read
           end-if.

       apply-rel-transaction.
           set alloc-released to true
           move run-date to alloc-release-date
           rewrite allocation-record
           move alloc-value to assigned-value.

       write-tran-line-applied.
           move spaces to tran-detail
           move tran-number to trd-number
           move atran-action to trd-action
           move atran-owner to trd-owner
           move atran-range-lo-x to trd-range-lo
           move atran-range-hi-x to trd-range-hi
           if atran-action = "ALC"
               move "ASSIGNED" to trd-result
           else
               move "RELEASED" to trd-result
           end-if
           move assigned-value to trd-value
           write alloc-report-line from tran-detail.

       write-tran-line-rejected.
           move spaces to tran-detail
           move tran-number to trd-number
           move atran-action to trd-action
           move atran-owner to trd-owner
           move atran-range-lo-x to trd-range-lo
           move atran-range-hi-x to trd-range-hi
           move "REJECTED" to trd-result
           move 0 to trd-value
           move reject-reason to trd-reason
           write alloc-report-line from tran-detail.

      *----------------------------------------------------------
      * One audit record per applied change, the layout and the
      * extend-with-create fallback EXCLMNT uses: the value in
      * both range columns and the owner in the requestor
      * column, so "who took that bucket and when" comes off the
      * same file as every other change.
      *----------------------------------------------------------
       write-audit-record.
           move "ALLOCMNT" to audit-job-name
           move run-date to audit-run-date
           move run-time to audit-run-time
           move submitter to audit-submitter
           move assigned-value to audit-range-start
           move assigned-value to audit-range-end
           move atran-owner to audit-requestor
           move atran-action to audit-action
           move spaces to audit-approver
           move "APPLIED" to audit-outcome
           open extend audit-file
           if not audit-file-ok
               if audit-file-status = "35"
                   open output audit-file
               else
                   display "ALLOCMNT: AUDITLOG OPEN EXTEND FAILED, "
                       "STATUS " audit-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if
           write audit-record
           close audit-file.

      *----------------------------------------------------------
      * Every allocation in force, grouped by owner off the
      * alternate key, with the master status of each value.  A
      * value the master has retired (or no longer carries at
      * all) while an owner still holds it is exactly the case
      * the spreadsheet missed, so it is marked and the run ends
      * with a warning.
      *----------------------------------------------------------
       write-owner-section.
           move spaces to alloc-report-line
           string "ALLOCATIONS IN FORCE BY OWNER" delimited by size
               into alloc-report-line
           write alloc-report-line
           move spaces to alloc-report-line
           string "OWNER        VALUE  ALLOCATD  SUBMITTR  MASTER"
               delimited by size into alloc-report-line
           write alloc-report-line
           move low-values to alloc-owner
           move "N" to search-done-sw
           start allocation-file key is not less than alloc-owner
               invalid key
                   move "Y" to search-done-sw
           end-start
           perform until search-done
               read allocation-file next record
                   at end
                       move "Y" to search-done-sw
                   not at end
                       if alloc-in-use
                           perform write-one-owner-line
                       else
                           add 1 to released-on-file
                       end-if
               end-read
           end-perform
           if owner-started
               perform write-owner-subtotal
           end-if.

       write-one-owner-line.
           if owner-started
               and alloc-owner not = previous-owner
               perform write-owner-subtotal
           end-if
           if not owner-started
               move alloc-owner to previous-owner
               move 0 to owner-value-count
               move "Y" to owner-started-sw
               add 1 to owners-listed
           end-if
           add 1 to owner-value-count
           add 1 to allocations-listed
           move spaces to owner-detail
           move alloc-owner to owd-owner
           move alloc-value to owd-value
           move alloc-date to owd-allocated
           move alloc-submitter to owd-submitter
           if master-available
               move alloc-value to master-prime
               read master-file
                   invalid key
                       move "NOT ON MASTER" to owd-master
                       add 1 to not-active-count
                   not invalid key
                       if master-active
                           move "ACTIVE" to owd-master
                       else
                           move "RETIRED" to owd-master
                           add 1 to not-active-count
                       end-if
               end-read
           else
               move "UNKNOWN" to owd-master
           end-if
           write alloc-report-line from owner-detail.

       write-owner-subtotal.
           move owner-value-count to count-display
           move spaces to alloc-report-line
           string "          OWNER " delimited by size
               previous-owner delimited by size
               " HOLDS " delimited by size
               count-display delimited by size
               into alloc-report-line
           write alloc-report-line
           move "N" to owner-started-sw.

       write-report-trailer.
           move spaces to alloc-report-line
           write alloc-report-line
           move trans-read to count-display
           move spaces to alloc-report-line
           string "TRANSACTIONS READ     " delimited by size
               count-display delimited by size
               into alloc-report-line
           write alloc-report-line
           move trans-applied to count-display
           move spaces to alloc-report-line
           string "TRANSACTIONS APPLIED  " delimited by size
               count-display delimited by size
               into alloc-report-line
           write alloc-report-line
           move trans-rejected to count-display
           move spaces to alloc-report-line
           string "TRANSACTIONS REJECTED " delimited by size
               count-display delimited by size
               into alloc-report-line
           write alloc-report-line
           move owners-listed to count-display
           move spaces to alloc-report-line
           string "OWNERS HOLDING VALUES " delimited by size
               count-display delimited by size
               into alloc-report-line
           write alloc-report-line
           move allocations-listed to count-display
           move spaces to alloc-report-line
           string "ALLOCATIONS IN FORCE  " delimited by size
               count-display delimited by size
               into alloc-report-line
           write alloc-report-line
           move not-active-count to count-display
           move spaces to alloc-report-line
           string "HELD BUT NOT ACTIVE   " delimited by size
               count-display delimited by size
               into alloc-report-line
           write alloc-report-line
           move released-on-file to count-display
           move spaces to alloc-report-line
           string "RELEASED ON FILE      " delimited by size
               count-display delimited by size
               into alloc-report-line
           write alloc-report-line.
