      *                    either 5-digit layout (bare or dated)
      *                    are re-based on the way in rather than
      *                    failing edit and holding the queue.
      *   2026-10-15  ET   Requestor entitlements: the R records on
      *                    the authorization file (AUTHFILE) give
      *                    each requestor the ranges it may ask
      *                    for, and a PARMIN request not wholly
      *                    inside one of them is REJECTED on
      *                    EDITRPT, logged as an ENTLFAIL exception
      *                    and recorded as REFUSED on AUDITLOG.  No
      *                    AUTHFILE means no entitlements, so every
      *                    PARMIN request is refused; the program's
      *                    own stand-alone 1-100 fallback is not a
      *                    requestor's and is not screened.  The
      *                    AUDITLOG record now carries the action,
      *                    approver and outcome columns EXCLMNT and
      *                    SUBSMNT write.
      *   2026-10-15  ET   Partitioned execution for the big monthly
      *                    requests: a PARMIN card may ask for its
      *                    range to be split into 2-20 partitions
      *                    (new column after the suffix).  PRIMSPLT
      *                    cuts the plan and one card file per
      *                    partition (PARMPnn); a parallel step runs
      *                    this program with PRIMPART=nn, sieving only
      *                    its partition into PRIMEOUTsPnn with the
      *                    usual H/D/T records and its own
      *                    checkpoint (CKPTFILEsPnn), DIAGRPTsPnn,
      *                    CTLRPTPnn, EDITRPTPnn and EXCPFILEPnn, and
      *                    nothing else - no reports, reconciliation,
      *                    history or audit, and no stand-alone
      *                    fallback request.  PRIMMERG stitches the
      *                    partitions into PRIMEOUTs, and the normal
      *                    run then verifies that merged file against
      *                    its trailer and builds OPRPT, GAPRPT,
      *                    RECONRPT, RUNHIST, AUDITLOG and CTLRPT from
      *                    it instead of sieving the request again.
      *   2026-10-15  ET   Step timing: every request appends its
      *                    start, end, primes published, return code
      *                    and range size to STEPTIME - R for one
      *                    sieved here, M for one finished from its
      *                    merged partitions - and the run as a
      *                    whole appends one S record, PRIMEPnn for
      *                    a partition step.  PRIMFCST forecasts the
      *                    next night off the R records and PRIMWNDW
      *                    reports the night against its window.
      *   2026-10-15  ET   A merged PRIMEOUT must also carry a header
      *                    for exactly the request's range; one with
      *                    no header or another range is BADMERGE
      *                    and is not published.

       environment division.
       input-output section.
               organization is line sequential
               file status is primeout-file-status.

           select parm-file assign to dynamic parm-file-name
               organization is line sequential
               file status is parm-file-status.

           select gap-report-file assign to dynamic gap-report-name
               organization is line sequential.

           select control-report-file
               assign to dynamic control-report-name
               organization is line sequential.

           select edit-report-file assign to dynamic edit-report-name
               organization is line sequential.

           select auth-file assign to "AUTHFILE"
               organization is line sequential
               file status is auth-file-status.

           select audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-file-status.
               organization is line sequential
               file status is hist-file-status.

           select exception-out-file
               assign to dynamic exception-out-name
               organization is line sequential.

           select step-time-file assign to "STEPTIME"
               organization is line sequential
               file status is stim-file-status.

       data division.
       file section.
       fd  prime-out-file.
           05  parm-rec-end-x redefines parm-rec-end
                                        pic x(8).
           05  parm-rec-suffix          pic x(1).
           05  parm-rec-partitions      pic 9(2).
           05  parm-rec-partitions-x redefines parm-rec-partitions
                                        pic x(2).

       fd  prior-list-file.
       01  prior-list-record            pic x(33).
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
           05  audit-range-start        pic 9(8).
           05  audit-range-end          pic 9(8).
           05  audit-requestor          pic x(8).
           05  audit-action             pic x(3).
           05  audit-approver           pic x(8).
           05  audit-outcome            pic x(8).

       fd  run-history-file.
       01  run-history-record.
           05  excp-requestor           pic x(8).
           05  excp-text                pic x(40).

       fd  step-time-file.
       01  step-time-record.
           05  stm-step                 pic x(8).
           05  stm-type                 pic x(1).
               88  stm-step-entry       value "S".
               88  stm-request-entry    value "R".
               88  stm-merged-entry     value "M".
           05  stm-requestor            pic x(8).
           05  stm-suffix               pic x(1).
           05  stm-start-date           pic 9(8).
           05  stm-start-time           pic 9(8).
           05  stm-end-date             pic 9(8).
           05  stm-end-time             pic 9(8).
           05  stm-records              pic 9(9).
           05  stm-return-code          pic 9(2).
           05  stm-range-size           pic 9(8).

           working-storage section.
           01 ic pic 9(5).
           01 idx pic 9(5).
               88 ckpt-file-ok value "00".
           01 audit-file-status pic xx.
               88 audit-file-ok value "00".
           01 auth-file-status pic xx.
               88 auth-file-ok value "00".
               88 auth-file-eof value "10".
           01 hist-file-status pic xx.
               88 hist-file-ok value "00".
           01 primeout-file-status pic xx.
               88 primeout-file-ok value "00".
           01 stim-file-status pic xx.
               88 stim-file-ok value "00".

           01 base-limit pic 9(5) value 10000.
           01 base-flag pic 9 occurs 10000 times value 1.
           01 recon-report-name pic x(12).
           01 op-report-name pic x(12).
           01 diag-report-name pic x(12).
           01 parm-file-name pic x(12).
           01 control-report-name pic x(12).
           01 edit-report-name pic x(12).
           01 exception-out-name pic x(12).

           01 partition-id pic x(2) value spaces.
           01 partition-run-sw pic x value "N".
               88 partition-run value "Y".
           01 partition-limit pic 9(2) value 20.
           01 request-span pic 9(9).
           01 merged-status pic x(8).
           01 merged-batch-count pic 9(5).
           01 merged-trailer-seen-sw pic x.
               88 merged-trailer-seen value "Y".
           01 merged-trailer-count pic 9(9).
           01 merged-trailer-hash pic 9(15).
           01 merged-header-seen-sw pic x.
               88 merged-header-seen value "Y".
           01 merged-range-start pic 9(8).
           01 merged-range-end pic 9(8).

           01 step-time-name pic x(8) value "PRIME".
           01 request-start-date pic 9(8).
           01 request-start-time pic 9(8).
           01 step-records-total pic 9(9) value 0.

           01 request-limit pic 9(3) value 50.
           01 request-count pic 9(3) value 0.
                   10 req-end pic 9(8).
                   10 req-end-x redefines req-end pic x(8).
                   10 req-suffix pic x(1).
                   10 req-partitions pic 9(2).
                   10 req-partitions-x redefines req-partitions
                       pic x(2).
                   10 req-status pic x(8).
                   10 req-total pic 9(8).
                   10 req-largest pic 9(8).

           01 default-request-sw pic x value "N".
               88 default-request value "Y".
           01 auth-available-sw pic x value "N".
               88 auth-available value "Y".
           01 entitlement-limit pic 9(3) value 200.
           01 entitlement-count pic 9(3) value 0.
           01 nx pic 9(3).
           01 entitlement-table.
               05 entitlement-entry occurs 200 times.
                   10 ent-requestor pic x(8).
                   10 ent-range-lo pic 9(8).
                   10 ent-range-hi pic 9(8).
           01 entitled-sw pic x.
               88 request-entitled value "Y".
           01 audit-new-outcome pic x(8).

           01 edit-error-count pic 9(3) value 0.
           01 edit-value-display pic x(8).
           01 edit-field-name pic x(6).
       main-logic.
           accept run-date from date yyyymmdd
           accept run-time from time
           perform set-run-mode
           open output exception-out-file
           perform read-request-queue
           perform edit-control-input
           perform write-control-report
           close exception-out-file
           move highest-severity to return-code
           perform write-step-time
           stop run.

      *----------------------------------------------------------
      * PRIMPART names the partition a parallel step runs.  Its
      * cards come off that partition's PARMPnn and its run-level
      * files carry Pnn, so the steps running side by side never
      * share a file.  Unset, the run is the normal one.
      *----------------------------------------------------------
       set-run-mode.
           move "PARMIN" to parm-file-name
           move "CTLRPT" to control-report-name
           move "EDITRPT" to edit-report-name
           move "EXCPFILE" to exception-out-name
           accept partition-id from environment "PRIMPART"
           if partition-id is numeric
               and partition-id not = "00"
               move "Y" to partition-run-sw
               move spaces to parm-file-name
               string "PARMP" delimited by size
                   partition-id delimited by size
                   into parm-file-name
               move spaces to control-report-name
               string "CTLRPTP" delimited by size
                   partition-id delimited by size
                   into control-report-name
               move spaces to edit-report-name
               string "EDITRPTP" delimited by size
                   partition-id delimited by size
                   into edit-report-name
               move spaces to exception-out-name
               string "EXCPFILEP" delimited by size
                   partition-id delimited by size
                   into exception-out-name
               move spaces to step-time-name
               string "PRIMEP" delimited by size
                   partition-id delimited by size
                   into step-time-name
           end-if.

      *----------------------------------------------------------
      * One machine-readable record per abnormal condition, plus
      * the running highest severity that becomes the final
           perform log-exception
           close exception-out-file
           move 16 to return-code
           perform write-step-time
           stop run.

      *----------------------------------------------------------
      * with a requestor id, the start/end range and the routing
      * suffix its outputs carry.  If the file is missing or
      * empty we fall back to one historical 1-100 request so the
      * program still runs stand-alone.  A partition step with no
      * cards has nothing to do and does nothing.
      *----------------------------------------------------------
       read-request-queue.
           open input parm-file
               close parm-file
           end-if
           if request-count = 0
               and not partition-run
               move 1 to request-count
               move "Y" to default-request-sw
               move "DEFAULT" to req-requestor(1)
               move 1 to req-start(1)
               move 100 to req-end(1)
               move space to req-suffix(1)
               move 0 to req-partitions(1)
               move "QUEUED" to req-status(1)
               move 0 to req-total(1)
               move 0 to req-largest(1)
               move parm-rec-start-x to req-start-x(request-count)
               move parm-rec-end-x to req-end-x(request-count)
               move parm-rec-suffix to req-suffix(request-count)
               move parm-rec-partitions-x
                   to req-partitions-x(request-count)
               move "QUEUED" to req-status(request-count)
               move 0 to req-total(request-count)
               move 0 to req-largest(request-count)
           move spaces to edit-report-line
           write edit-report-line

           perform load-entitlements
           perform varying rx from 1 by 1 until rx > request-count
               perform edit-one-request
           end-perform
                   perform reject-request-field
               end-if
           end-if
           perform edit-request-partitions
           if req-status(rx) = "QUEUED"
               perform varying ex from 1 by 1
                       until ex >= rx or req-status(rx) = "REJECTED"
                       perform reject-request-field
                   end-if
               end-perform
           end-if
           if req-status(rx) = "QUEUED"
               and not default-request
               perform check-request-entitlement
               if not request-entitled
                   perform refuse-request-entitlement
               end-if
           end-if.

      *----------------------------------------------------------
      * Blank, 00 or 01 partitions is the single-stream run; 2
      * up to the partition limit asks for the split, and every
      * partition must get at least one candidate.
      *----------------------------------------------------------
       edit-request-partitions.
           if req-partitions-x(rx) = spaces
               move 0 to req-partitions(rx)
           else
               if req-partitions-x(rx) is not numeric
                   or req-partitions(rx) > partition-limit
                   move spaces to edit-value-display
                   move req-partitions-x(rx) to edit-value-display
                   move "PARTNS" to edit-field-name
                   move "NOT 00-20" to edit-reason
                   perform reject-request-field
               else
                   if req-status(rx) = "QUEUED"
                       and req-partitions(rx) > 1
                       compute request-span =
                           req-end(rx) - req-start(rx) + 1
                       if request-span < req-partitions(rx)
                           move spaces to edit-value-display
                           move req-partitions-x(rx)
                               to edit-value-display
                           move "PARTNS" to edit-field-name
                           move "MORE THAN RANGE" to edit-reason
                           perform reject-request-field
                       end-if
                   end-if
               end-if
           end-if.

       reject-request-field.
               into excp-new-text
           perform log-exception.

      *----------------------------------------------------------
      * The R records on AUTHFILE name a requestor and one range
      * it may ask for; a requestor may have several.  A record
      * with a non-numeric or reversed range grants nothing.
      *----------------------------------------------------------
       load-entitlements.
           open input auth-file
           if auth-file-ok
               move "Y" to auth-available-sw
               perform until auth-file-eof
                   read auth-file
                       at end
                           continue
                       not at end
                           if auth-requestor-entry
                               perform store-one-entitlement
                           end-if
                   end-read
               end-perform
               close auth-file
           else
               display "PRIME: AUTHFILE NOT AVAILABLE, STATUS "
                   auth-file-status ", ALL REQUESTS REFUSED"
           end-if.

       store-one-entitlement.
           if auth-range-lo-x is numeric
               and auth-range-hi-x is numeric
               and auth-range-hi >= auth-range-lo
               if entitlement-count < entitlement-limit
                   add 1 to entitlement-count
                   move auth-id to ent-requestor(entitlement-count)
                   move auth-range-lo
                       to ent-range-lo(entitlement-count)
                   move auth-range-hi
                       to ent-range-hi(entitlement-count)
               else
                   display "PRIME: ENTITLEMENT TABLE FULL, "
                       "RECORD FOR " auth-id " IGNORED"
               end-if
           end-if.

      *----------------------------------------------------------
      * A request is entitled when one of its requestor's ranges
      * covers it from start to end.
      *----------------------------------------------------------
       check-request-entitlement.
           move "N" to entitled-sw
           perform varying nx from 1 by 1
                   until nx > entitlement-count or request-entitled
               if ent-requestor(nx) = req-requestor(rx)
                   and ent-range-lo(nx) <= req-start(rx)
                   and ent-range-hi(nx) >= req-end(rx)
                   move "Y" to entitled-sw
               end-if
           end-perform.

       refuse-request-entitlement.
           move "REJECTED" to req-status(rx)
           add 1 to edit-error-count
           move spaces to edit-report-line
           string "REQUEST " delimited by size
               request-number delimited by size
               "  " delimited by size
               req-requestor(rx) delimited by size
               "  RANGE " delimited by size
               req-start-x(rx) delimited by size
               "-" delimited by size
               req-end-x(rx) delimited by size
               "  NOT ENTITLED" delimited by size
               into edit-report-line
           write edit-report-line
           move 8 to excp-new-severity
           move "ENTLFAIL" to excp-new-code
           move req-requestor(rx) to excp-new-requestor
           if auth-available
               move "RANGE OUTSIDE REQUESTOR ENTITLEMENT"
                   to excp-new-text
           else
               move "NO AUTHORIZATION FILE" to excp-new-text
           end-if
           perform log-exception
           if not partition-run
               move req-start(rx) to request-start
               move req-end(rx) to request-end
               move "REFUSED" to audit-new-outcome
               perform write-audit-record
           end-if.

      *----------------------------------------------------------
      * Load and edit EXCLLIST once for the run: every record
      * must be numeric, unduplicated, and inside at least one
      * Only exclusions in effect on the run date reach the table
      * APPLY-EXCLUSIONS scans, so an expired reservation stops
      * suppressing its value the night after its expiry without
      * anyone editing the file.  In a partition step a value
      * outside every range is another partition's and is passed
      * over; the normal run edits it against the whole request.
      *----------------------------------------------------------
       screen-one-exclusion.
           if excl-work-effective <= run-date
                       end-if
                   end-perform
                   if not excl-covered
                       if not partition-run
                           move excl-in-value-x to edit-value-display
                           move "OUTSIDE ALL RANGES" to edit-reason
                           perform reject-exclusion-record
                       end-if
                   else
                       if excl-count < excl-limit
                           add 1 to excl-count
      * request table for the control report.
      *----------------------------------------------------------
       process-one-request.
           accept request-start-date from date yyyymmdd
           accept request-start-time from time
           move req-start(rx) to request-start
           move req-end(rx) to request-end
           perform build-output-names
           if req-partitions(rx) > 1
               and not partition-run
               perform finish-merged-request
               move "M" to stm-type
           else
               perform sieve-one-request
               move "R" to stm-type
           end-if
           perform write-request-time.

      *----------------------------------------------------------
      * STEPTIME gets one record per request and one for the
      * run.  The request records carry the range size, which is
      * what PRIMFCST scales its forecast by; the return code is
      * the running one, as RUNHIST has it.  A log that cannot be
      * written is noted on SYSOUT and the run goes on - it is a
      * measurement, not part of what is published.
      *----------------------------------------------------------
       write-request-time.
           move step-time-name to stm-step
           move req-requestor(rx) to stm-requestor
           move req-suffix(rx) to stm-suffix
           move request-start-date to stm-start-date
           move request-start-time to stm-start-time
           move total-primes to stm-records
           move highest-severity to stm-return-code
           compute stm-range-size = request-end - request-start + 1
           add total-primes to step-records-total
           perform append-step-time.

       write-step-time.
           move step-time-name to stm-step
           move "S" to stm-type
           move spaces to stm-requestor
           move space to stm-suffix
           move run-date to stm-start-date
           move run-time to stm-start-time
           move step-records-total to stm-records
           move return-code to stm-return-code
           move 0 to stm-range-size
           perform append-step-time.

       append-step-time.
           accept stm-end-date from date yyyymmdd
           accept stm-end-time from time
           open extend step-time-file
           if not stim-file-ok
               if stim-file-status = "35"
                   open output step-time-file
               end-if
           end-if
           if stim-file-ok
               write step-time-record
               close step-time-file
           else
               display "PRIME: STEPTIME NOT WRITTEN, STATUS "
                   stim-file-status
           end-if.

      *----------------------------------------------------------
      * A partition step sieves and writes its partition's
      * PRIMEOUT and checkpoint only: the reports, the
      * reconciliation, the history and the audit all belong to
      * the whole request and are built once, off the merged
      * file.
      *----------------------------------------------------------
       sieve-one-request.
           move 0 to total-primes
           move 0 to largest-prime
           move 0 to out-hash-total
           move 0 to since-checkpoint
           move 1 to resume-index
           move space to ckpt-rec-status
           if not partition-run
               move "ACCEPTED" to audit-new-outcome
               perform write-audit-record
           end-if
           perform open-prime-output
           perform open-diag-report
           if not partition-run
               perform write-op-header
               perform open-gap-report
           end-if
           move request-start to next-seg-start
           perform until next-seg-start > request-end
               perform process-one-segment
           write prime-out-record from primeout-trailer
           close prime-out-file
           close diag-report-file
           if not partition-run
               perform write-op-trailer
               perform write-gap-summary
           end-if
           move candidate-count to resume-index
           move "C" to ckpt-rec-status
           perform write-checkpoint
           if not partition-run
               if total-primes = 0
                   move 8 to excp-new-severity
                   move "ZEROPRIM" to excp-new-code
                   move req-requestor(rx) to excp-new-requestor
                   move "NO PRIMES PUBLISHED FOR REQUEST"
                       to excp-new-text
                   perform log-exception
               end-if
               perform write-reconciliation-report
               perform write-run-history
           end-if
           move total-primes to req-total(rx)
           move largest-prime to req-largest(rx)
           move "COMPLETE" to req-status(rx).

      *----------------------------------------------------------
      * A partitioned request was sieved by the partition steps
      * and stitched into its PRIMEOUT by PRIMMERG.  That file is
      * checked against its own header and trailer first - a
      * missing or short merge, or one for another range,
      * publishes nothing - and then read back
      * through the candidate table in 9999-value batches so the
      * operations and analytics reports, the reconciliation and
      * the history come out exactly as a single-stream run
      * would have written them.
      *----------------------------------------------------------
       finish-merged-request.
           move 0 to total-primes
           move 0 to largest-prime
           move 0 to out-hash-total
           perform verify-merged-primeout
           if merged-status not = spaces
               move merged-status to req-status(rx)
               move 8 to excp-new-severity
               move "MERGFAIL" to excp-new-code
               move req-requestor(rx) to excp-new-requestor
               move spaces to excp-new-text
               string prime-out-name delimited by space
                   " " delimited by size
                   merged-status delimited by size
                   ", NOT PUBLISHED" delimited by size
                   into excp-new-text
               perform log-exception
           else
               move "ACCEPTED" to audit-new-outcome
               perform write-audit-record
               perform write-op-header
               perform open-gap-report
               perform report-merged-primeout
               perform write-op-trailer
               perform write-gap-summary
               if total-primes = 0
                   move 8 to excp-new-severity
                   move "ZEROPRIM" to excp-new-code
                   move req-requestor(rx) to excp-new-requestor
                   move "NO PRIMES PUBLISHED FOR REQUEST"
                       to excp-new-text
                   perform log-exception
               end-if
               perform write-reconciliation-report
               perform write-run-history
               move total-primes to req-total(rx)
               move largest-prime to req-largest(rx)
               move "COMPLETE" to req-status(rx)
           end-if.

       verify-merged-primeout.
           move spaces to merged-status
           move "N" to merged-trailer-seen-sw
           move "N" to merged-header-seen-sw
           open input prime-out-file
           if not primeout-file-ok
               move "NOMERGE" to merged-status
           else
               perform until primeout-file-status = "10"
                   read prime-out-file
                       at end
                           continue
                       not at end
                           perform total-one-merged-record
                   end-read
               end-perform
               close prime-out-file
               if not merged-header-seen
                   or merged-range-start not = request-start
                   or merged-range-end not = request-end
                   or not merged-trailer-seen
                   or merged-trailer-count not = total-primes
                   or merged-trailer-hash not = out-hash-total
                   move "BADMERGE" to merged-status
               end-if
           end-if.

       total-one-merged-record.
           move prime-out-record(1:1) to po-rec-type
           evaluate po-rec-type
               when "H"
                   move "Y" to merged-header-seen-sw
                   move prime-out-record(18:8) to merged-range-start
                   move prime-out-record(26:8) to merged-range-end
               when "D"
                   move prime-out-record(2:8) to current-prime-value
                   add 1 to total-primes
                   add current-prime-value to out-hash-total
                   move current-prime-value to largest-prime
               when "T"
                   move "Y" to merged-trailer-seen-sw
                   move prime-out-record(2:9) to merged-trailer-count
                   move prime-out-record(11:15) to merged-trailer-hash
               when other
                   continue
           end-evaluate.

       report-merged-primeout.
           open input prime-out-file
           move "N" to current-exhausted-sw
           move 9999 to candidate-count
           move 0 to merged-batch-count
           perform read-next-current
           perform until current-exhausted
               add 1 to merged-batch-count
               move current-prime-value to ws-c(merged-batch-count)
               if merged-batch-count = 9999
                   perform report-merged-batch
               end-if
               perform read-next-current
           end-perform
           if merged-batch-count > 0
               perform report-merged-batch
           end-if
           close prime-out-file.

       report-merged-batch.
           move merged-batch-count to candidate-count
           perform write-op-details
           perform write-gap-details
           move 0 to merged-batch-count
           move 9999 to candidate-count.

      *----------------------------------------------------------
      * One segment of up to 9999 candidates: the same fill,
      * sieve and exclusion passes that used to cover the whole
           perform apply-exclusions
           perform compute-run-statistics
           perform write-output-segment
           if not partition-run
               perform write-op-details
               perform write-gap-details
           end-if.

      *----------------------------------------------------------
      * The per-request files carry the request's routing suffix
           move spaces to checkpoint-name
           string "CKPTFILE" delimited by size
               req-suffix(rx) delimited by space
               into checkpoint-name
           if partition-run
               move spaces to prime-out-name
               string "PRIMEOUT" delimited by size
                   req-suffix(rx) delimited by space
                   "P" delimited by size
                   partition-id delimited by size
                   into prime-out-name
               move spaces to diag-report-name
               string "DIAGRPT" delimited by size
                   req-suffix(rx) delimited by space
                   "P" delimited by size
                   partition-id delimited by size
                   into diag-report-name
               move spaces to checkpoint-name
               string "CKPTFILE" delimited by size
                   req-suffix(rx) delimited by space
                   "P" delimited by size
                   partition-id delimited by size
                   into checkpoint-name
           end-if.

      *----------------------------------------------------------
      * Run-level control report: one line per queued request
           move request-start to audit-range-start
           move request-end to audit-range-end
           move req-requestor(rx) to audit-requestor
           move "REQ" to audit-action
           move spaces to audit-approver
           move audit-new-outcome to audit-outcome
           open extend audit-file
           if not audit-file-ok
               if audit-file-status = "35"
