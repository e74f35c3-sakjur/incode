       identification division.
       program-id.     primmerg.
       author.         Emil Tullstedt.
       date-written.   Oct 15 2026.
      * Modification history:
      *   2026-10-15  ET   Original partition merge step: run after
      *                    the parallel PRIME partition steps, it
      *                    stitches each split request's partial
      *                    PRIMEOUTsPnn files back into one PRIMEOUTs
      *                    in value order for the normal PRIME run to
      *                    report from.  Off the plan PRIMSPLT wrote
      *                    (SPLTCTL), every partition must be there,
      *                    be tonight's, cover exactly its planned
      *                    range - the partition headers must meet
      *                    end to end from the request's start to its
      *                    end with no gap and no overlap - run in
      *                    ascending order inside that range, and
      *                    agree with its own trailer.  Only then is
      *                    the merged file written, its trailer count
      *                    and hash the sum of the partition
      *                    trailers and tied to what was actually
      *                    written.  A request that fails gets an
      *                    empty PRIMEOUTs with no trailer; PRIMSPLT
      *                    has already emptied it for every split or
      *                    rejected card, and PRIME publishes it only
      *                    when its header carries the request's range
      *                    and its trailer agrees.  The partition
      *                    steps' EXCPFILEPnn records and this step's
      *                    own are gathered on MERGEXCP; MERGRPT
      *                    shows every partition and the verdict.
      *   2026-10-15  ET   A partition is STALE when its header's date
      *                    and time are before the plan's, not the
      *                    date alone: a partition left from after
      *                    midnight last night carries tonight's
      *                    date.
      *   2026-10-15  ET   Each run now appends its start and end,
      *                    partitions planned and return code to the
      *                    shared step-timing log (STEPTIME) that
      *                    PRIMWNDW and PRIMFCST report from.

       environment division.
       input-output section.
       file-control.
           select split-control-file assign to "SPLTCTL"
               organization is line sequential
               file status is splt-file-status.

           select partition-file assign to dynamic partition-name
               organization is line sequential
               file status is part-file-status.

           select merged-file assign to dynamic merged-name
               organization is line sequential.

           select partition-excp-file
               assign to dynamic partition-excp-name
               organization is line sequential
               file status is pexc-file-status.

           select exception-out-file assign to "MERGEXCP"
               organization is line sequential.

           select merge-report-file assign to "MERGRPT"
               organization is line sequential.

           select step-time-file assign to "STEPTIME"
               organization is line sequential
               file status is stim-file-status.

       data division.
       file section.
       fd  split-control-file.
       01  split-control-record.
           05  splt-requestor           pic x(8).
           05  splt-suffix              pic x(1).
           05  splt-partition           pic 9(2).
           05  splt-partitions          pic 9(2).
           05  splt-start               pic 9(8).
           05  splt-end                 pic 9(8).
           05  splt-req-start           pic 9(8).
           05  splt-req-end             pic 9(8).
           05  splt-plan-date           pic 9(8).
           05  splt-plan-time           pic 9(8).

       fd  partition-file.
       01  partition-record             pic x(33).

       fd  merged-file.
       01  merged-record                pic x(33).

       fd  partition-excp-file.
       01  partition-excp-record        pic x(74).

       fd  exception-out-file.
       01  exception-out-record.
           05  excp-run-date            pic 9(8).
           05  excp-run-time            pic 9(8).
           05  excp-severity            pic 9(2).
           05  excp-code                pic x(8).
           05  excp-requestor           pic x(8).
           05  excp-text                pic x(40).

       fd  merge-report-file.
       01  merge-report-line            pic x(90).

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
       01  splt-file-status pic xx.
           88 splt-file-ok value "00".
           88 splt-file-eof value "10".
       01  part-file-status pic xx.
           88 part-file-ok value "00".
           88 part-file-eof value "10".
       01  pexc-file-status pic xx.
           88 pexc-file-ok value "00".
           88 pexc-file-eof value "10".
       01  stim-file-status pic xx.
           88 stim-file-ok value "00".

       01  partition-name pic x(12).
       01  merged-name pic x(12).
       01  partition-excp-name pic x(12).

       01  plan-limit pic 9(4) value 1000.
       01  plan-count pic 9(4) value 0.
       01  plan-table-full-sw pic x value "N".
           88 plan-table-full value "Y".
       01  px pic 9(4).
       01  group-first pic 9(4).
       01  group-last pic 9(4).
       01  plan-table.
           05 plan-entry occurs 1000 times.
               10 pln-requestor pic x(8).
               10 pln-suffix pic x(1).
               10 pln-partition pic 9(2).
               10 pln-partitions pic 9(2).
               10 pln-start pic 9(8).
               10 pln-end pic 9(8).
               10 pln-req-start pic 9(8).
               10 pln-req-end pic 9(8).
               10 pln-plan-date pic 9(8).
               10 pln-plan-time pic 9(8).
               10 pln-status pic x(8).
               10 pln-count pic 9(9).
               10 pln-hash pic 9(15).
       01  partition-steps pic 9(2) value 0.
       01  ex pic 9(2).

       01  part-rec-type pic x.
       01  part-value pic 9(8).
       01  part-header-seen-sw pic x.
           88 part-header-seen value "Y".
       01  part-header-date pic 9(8).
       01  part-header-time pic 9(8).
       01  part-header-start pic 9(8).
       01  part-header-end pic 9(8).
       01  part-trailer-seen-sw pic x.
           88 part-trailer-seen value "Y".
       01  part-trailer-count pic 9(9).
       01  part-trailer-hash pic 9(15).
       01  part-read-count pic 9(9).
       01  part-read-hash pic 9(15).
       01  part-order-sw pic x.
           88 part-out-of-order value "Y".
       01  last-value pic 9(8).
       01  have-last-sw pic x.
           88 have-last value "Y".
       01  previous-end pic 9(9).
       01  expected-start pic 9(9).

       01  group-failed-sw pic x.
           88 group-failed value "Y".
       01  group-reason pic x(8).
       01  group-trailer-count pic 9(9).
       01  group-trailer-hash pic 9(15).
       01  merged-write-count pic 9(9).
       01  merged-write-hash pic 9(15).
       01  merged-run-date pic 9(8).
       01  merged-run-time pic 9(8).

       01  merged-header.
           05  mgh-rec-type pic x value "H".
           05  mgh-run-date pic 9(8).
           05  mgh-run-time pic 9(8).
           05  mgh-range-start pic 9(8).
           05  mgh-range-end pic 9(8).
       01  merged-trailer.
           05  mgt-rec-type pic x value "T".
           05  mgt-count pic 9(9).
           05  mgt-hash pic 9(15).

       01  highest-severity pic 9(2) value 0.
       01  excp-new-severity pic 9(2).
       01  excp-new-code pic x(8).
       01  excp-new-requestor pic x(8).
       01  excp-new-text pic x(40).

       01  requests-merged pic 9(3) value 0.
       01  requests-failed pic 9(3) value 0.
       01  exceptions-gathered pic 9(5) value 0.

       01  merge-detail.
           05  filler pic x(4) value spaces.
           05  mgd-name pic x(12).
           05  filler pic x(2) value spaces.
           05  mgd-start pic z(7)9.
           05  filler pic x(1) value "-".
           05  mgd-end pic z(7)9.
           05  filler pic x(2) value spaces.
           05  mgd-count pic z(8)9.
           05  filler pic x(2) value spaces.
           05  mgd-hash pic z(14)9.
           05  filler pic x(2) value spaces.
           05  mgd-status pic x(8).
           05  filler pic x(17) value spaces.

       01  count-display pic z(4)9.
       01  run-date pic 9(8).
       01  run-time pic 9(8).

       procedure division.
       main-logic.
           accept run-date from date yyyymmdd
           accept run-time from time
           open output exception-out-file
           perform load-partition-plan
           perform open-merge-report
           move 1 to group-first
           perform until group-first > plan-count
               perform merge-one-request
           end-perform
           perform gather-partition-exceptions
           perform write-merge-trailer
           close merge-report-file
           close exception-out-file
           move highest-severity to return-code
           perform write-step-time
           stop run.

      *----------------------------------------------------------
      * One machine-readable record per abnormal condition, the
      * EXCPFILE layout and severity grading PRIME uses.
      *----------------------------------------------------------
       log-exception.
           move run-date to excp-run-date
           move run-time to excp-run-time
           move excp-new-severity to excp-severity
           move excp-new-code to excp-code
           move excp-new-requestor to excp-requestor
           move excp-new-text to excp-text
           write exception-out-record
           if excp-new-severity > highest-severity
               move excp-new-severity to highest-severity
           end-if.

      *----------------------------------------------------------
      * The plan PRIMSPLT wrote: one record per partition, each
      * request's partitions together and in order.  No plan
      * means nothing was split tonight.
      *----------------------------------------------------------
       load-partition-plan.
           open input split-control-file
           if not splt-file-ok
               display "PRIMMERG: SPLTCTL NOT AVAILABLE, STATUS "
                   splt-file-status ", NOTHING MERGED"
           else
               perform until splt-file-eof
                   read split-control-file
                       at end
                           continue
                       not at end
                           perform store-one-plan-entry
                   end-read
               end-perform
               close split-control-file
           end-if
           if plan-table-full
               move 8 to excp-new-severity
               move "MERGTBFL" to excp-new-code
               move spaces to excp-new-requestor
               move "PARTITION PLAN TABLE FULL" to excp-new-text
               perform log-exception
           end-if.

       store-one-plan-entry.
           if plan-count < plan-limit
               add 1 to plan-count
               move splt-requestor to pln-requestor(plan-count)
               move splt-suffix to pln-suffix(plan-count)
               move splt-partition to pln-partition(plan-count)
               move splt-partitions to pln-partitions(plan-count)
               move splt-start to pln-start(plan-count)
               move splt-end to pln-end(plan-count)
               move splt-req-start to pln-req-start(plan-count)
               move splt-req-end to pln-req-end(plan-count)
               move splt-plan-date to pln-plan-date(plan-count)
               move splt-plan-time to pln-plan-time(plan-count)
               move spaces to pln-status(plan-count)
               move 0 to pln-count(plan-count)
               move 0 to pln-hash(plan-count)
               if splt-partition > partition-steps
                   move splt-partition to partition-steps
               end-if
           else
               display "PRIMMERG: PLAN TABLE FULL, PARTITION "
                   splt-partition " OF " splt-requestor " IGNORED"
               move "Y" to plan-table-full-sw
           end-if.

       open-merge-report.
           open output merge-report-file
           move spaces to merge-report-line
           string "PRIME PARTITION MERGE REPORT" delimited by size
               into merge-report-line
           write merge-report-line
           move spaces to merge-report-line
           string "RUN DATE " delimited by size
               run-date delimited by size
               "   RUN TIME " delimited by size
               run-time delimited by size
               into merge-report-line
           write merge-report-line
           move spaces to merge-report-line
           write merge-report-line
           move spaces to merge-report-line
           string "    PARTITION     RANGE                RECORDS"
               "        HASH TOTAL  STATUS" delimited by size
               into merge-report-line
           write merge-report-line.

      *----------------------------------------------------------
      * One split request: the partitions from GROUP-FIRST that
      * share its suffix and request range.  Every partition is
      * checked before a byte of the merged file is written.
      *----------------------------------------------------------
       merge-one-request.
           move group-first to group-last
           perform until group-last >= plan-count
               or pln-suffix(group-last + 1)
                   not = pln-suffix(group-first)
               or pln-partition(group-last + 1) = 1
               add 1 to group-last
           end-perform
           move spaces to merged-name
           string "PRIMEOUT" delimited by size
               pln-suffix(group-first) delimited by space
               into merged-name
           move spaces to merge-report-line
           write merge-report-line
           move spaces to merge-report-line
           string pln-requestor(group-first) delimited by size
               "  " delimited by size
               merged-name delimited by size
               into merge-report-line
           write merge-report-line
           perform verify-request-partitions
           if group-failed
               perform fail-merged-request
           else
               perform write-merged-primeout
               if merged-write-count not = group-trailer-count
                   or merged-write-hash not = group-trailer-hash
                   move "NOT TIED" to group-reason
                   perform fail-merged-request
               else
                   add 1 to requests-merged
               end-if
           end-if
           perform write-merged-line
           compute group-first = group-last + 1.

      *----------------------------------------------------------
      * The partition headers must tile the request: the first
      * starts on the request's start, each next one starts one
      * past the previous end, and the last ends on the request's
      * end.  A short tiling is a GAP, a doubled one an OVERLAP.
      * A partition with no header is taken at its planned range
      * so the partitions after it are still judged fairly.
      *----------------------------------------------------------
       verify-request-partitions.
           move "N" to group-failed-sw
           move spaces to group-reason
           move 0 to group-trailer-count
           move 0 to group-trailer-hash
           move "N" to have-last-sw
           move 0 to merged-run-date
           move 0 to merged-run-time
           compute previous-end = pln-req-start(group-first) - 1
           if group-last - group-first + 1
                   not = pln-partitions(group-first)
               move "Y" to group-failed-sw
               move "INCOMPLT" to group-reason
           end-if
           perform varying px from group-first by 1
                   until px > group-last
               perform verify-one-partition
               move pln-status(px) to mgd-status
               write merge-report-line from merge-detail
               if pln-status(px) not = "OK"
                   move "Y" to group-failed-sw
                   if group-reason = spaces
                       move pln-status(px) to group-reason
                   end-if
               end-if
           end-perform
           if not group-failed
               and previous-end not = pln-req-end(group-first)
               move "Y" to group-failed-sw
               if previous-end < pln-req-end(group-first)
                   move "GAP" to group-reason
               else
                   move "OVERLAP" to group-reason
               end-if
           end-if.

       verify-one-partition.
           perform build-partition-name
           move partition-name to mgd-name
           move pln-start(px) to mgd-start
           move pln-end(px) to mgd-end
           move 0 to mgd-count
           move 0 to mgd-hash
           move "N" to part-header-seen-sw
           move "N" to part-trailer-seen-sw
           move "N" to part-order-sw
           move 0 to part-read-count
           move 0 to part-read-hash
           open input partition-file
           if not part-file-ok
               move "MISSING" to pln-status(px)
               move pln-end(px) to previous-end
           else
               perform until part-file-eof
                   read partition-file
                       at end
                           continue
                       not at end
                           perform check-one-partition-record
                   end-read
               end-perform
               close partition-file
               perform grade-one-partition
           end-if.

       build-partition-name.
           move spaces to partition-name
           string "PRIMEOUT" delimited by size
               pln-suffix(px) delimited by space
               "P" delimited by size
               pln-partition(px) delimited by size
               into partition-name.

       check-one-partition-record.
           move partition-record(1:1) to part-rec-type
           evaluate part-rec-type
               when "H"
                   move "Y" to part-header-seen-sw
                   move partition-record(2:8) to part-header-date
                   move partition-record(10:8) to part-header-time
                   move partition-record(18:8) to part-header-start
                   move partition-record(26:8) to part-header-end
               when "D"
                   move partition-record(2:8) to part-value
                   add 1 to part-read-count
                   add part-value to part-read-hash
                   if part-value < part-header-start
                       or part-value > part-header-end
                       move "Y" to part-order-sw
                   end-if
                   if have-last
                       and part-value not > last-value
                       move "Y" to part-order-sw
                   end-if
                   move part-value to last-value
                   move "Y" to have-last-sw
               when "T"
                   move "Y" to part-trailer-seen-sw
                   move partition-record(2:9) to part-trailer-count
                   move partition-record(11:15) to part-trailer-hash
               when other
                   continue
           end-evaluate.

      *----------------------------------------------------------
      * First fault found is the one reported.  A header stamped
      * before the plan - date and time, as the window runs past
      * midnight - is an earlier night's partition left on disk
      * by a step that did not run tonight.
      *----------------------------------------------------------
       grade-one-partition.
           compute expected-start = previous-end + 1
           evaluate true
               when not part-header-seen
                   move "NOHEADER" to pln-status(px)
               when part-header-date < pln-plan-date(px)
                   or (part-header-date = pln-plan-date(px)
                       and part-header-time < pln-plan-time(px))
                   move "STALE" to pln-status(px)
               when part-header-start > expected-start
                   move "GAP" to pln-status(px)
               when part-header-start < expected-start
                   move "OVERLAP" to pln-status(px)
               when part-header-start not = pln-start(px)
                   or part-header-end not = pln-end(px)
                   move "RANGE" to pln-status(px)
               when part-out-of-order
                   move "ORDER" to pln-status(px)
               when not part-trailer-seen
                   move "NOTRAILR" to pln-status(px)
               when part-trailer-count not = part-read-count
                   or part-trailer-hash not = part-read-hash
                   move "TOTALS" to pln-status(px)
               when other
                   move "OK" to pln-status(px)
           end-evaluate
           if part-header-seen
               move part-header-end to previous-end
               if merged-run-date = 0
                   move part-header-date to merged-run-date
                   move part-header-time to merged-run-time
               end-if
           else
               move pln-end(px) to previous-end
           end-if
           if part-trailer-seen
               move part-trailer-count to pln-count(px)
               move part-trailer-hash to pln-hash(px)
               move part-trailer-count to mgd-count
               move part-trailer-hash to mgd-hash
               add part-trailer-count to group-trailer-count
               add part-trailer-hash to group-trailer-hash
           end-if.

      *----------------------------------------------------------
      * The partitions in order, their detail records copied
      * through under one header for the whole request and one
      * trailer whose totals are the partition trailers' sums.
      *----------------------------------------------------------
       write-merged-primeout.
           move 0 to merged-write-count
           move 0 to merged-write-hash
           open output merged-file
           move merged-run-date to mgh-run-date
           move merged-run-time to mgh-run-time
           move pln-req-start(group-first) to mgh-range-start
           move pln-req-end(group-first) to mgh-range-end
           write merged-record from merged-header
           perform varying px from group-first by 1
                   until px > group-last
               perform build-partition-name
               open input partition-file
               perform until part-file-eof
                   read partition-file
                       at end
                           continue
                       not at end
                           if partition-record(1:1) = "D"
                               write merged-record
                                   from partition-record
                               move partition-record(2:8)
                                   to part-value
                               add 1 to merged-write-count
                               add part-value to merged-write-hash
                           end-if
                   end-read
               end-perform
               close partition-file
           end-perform
           move group-trailer-count to mgt-count
           move group-trailer-hash to mgt-hash
           write merged-record from merged-trailer
           close merged-file.

      *----------------------------------------------------------
      * Nothing of a failed request may reach PRIME as if it were
      * tonight's list: its PRIMEOUT is left empty, with no
      * trailer, and the PRIME run reports it unpublished.
      *----------------------------------------------------------
       fail-merged-request.
           add 1 to requests-failed
           open output merged-file
           close merged-file
           move 8 to excp-new-severity
           move "MERGFAIL" to excp-new-code
           move pln-requestor(group-first) to excp-new-requestor
           move spaces to excp-new-text
           string merged-name delimited by space
               " NOT MERGED, " delimited by size
               group-reason delimited by size
               into excp-new-text
           perform log-exception.

       write-merged-line.
           move merged-name to mgd-name
           move pln-req-start(group-first) to mgd-start
           move pln-req-end(group-first) to mgd-end
           move group-trailer-count to mgd-count
           move group-trailer-hash to mgd-hash
           if group-failed or group-reason not = spaces
               move group-reason to mgd-status
           else
               move "MERGED" to mgd-status
           end-if
           write merge-report-line from merge-detail.

      *----------------------------------------------------------
      * The partition steps each wrote their exceptions to their
      * own EXCPFILEPnn; they are gathered here so the paging
      * path and the incident tracker see them in one place.
      *----------------------------------------------------------
       gather-partition-exceptions.
           perform varying ex from 1 by 1 until ex > partition-steps
               move spaces to partition-excp-name
               string "EXCPFILEP" delimited by size
                   ex delimited by size
                   into partition-excp-name
               open input partition-excp-file
               if pexc-file-ok
                   perform until pexc-file-eof
                       read partition-excp-file
                           at end
                               continue
                           not at end
                               perform gather-one-exception
                       end-read
                   end-perform
                   close partition-excp-file
               end-if
           end-perform.

       gather-one-exception.
           add 1 to exceptions-gathered
           write exception-out-record from partition-excp-record
           if excp-severity is numeric
               and excp-severity > highest-severity
               move excp-severity to highest-severity
           end-if.

       write-merge-trailer.
           move spaces to merge-report-line
           write merge-report-line
           move requests-merged to count-display
           move spaces to merge-report-line
           string "REQUESTS MERGED      " delimited by size
               count-display delimited by size
               into merge-report-line
           write merge-report-line
           move requests-failed to count-display
           move spaces to merge-report-line
           string "REQUESTS NOT MERGED  " delimited by size
               count-display delimited by size
               into merge-report-line
           write merge-report-line
           move exceptions-gathered to count-display
           move spaces to merge-report-line
           string "PARTITION EXCEPTIONS " delimited by size
               count-display delimited by size
               into merge-report-line
           write merge-report-line.

      *----------------------------------------------------------
      * The step-timing log PRIMWNDW and PRIMFCST read: one
      * record per run of this step with its start and end, what
      * it got through and how it finished.  It is a measurement
      * only, so a log that cannot be opened is noted on SYSOUT
      * and the step's own result stands.
      *----------------------------------------------------------
       write-step-time.
           move "PRIMMERG" to stm-step
           move "S" to stm-type
           move spaces to stm-requestor
           move space to stm-suffix
           move run-date to stm-start-date
           move run-time to stm-start-time
           accept stm-end-date from date yyyymmdd
           accept stm-end-time from time
           move plan-count to stm-records
           move return-code to stm-return-code
           move 0 to stm-range-size
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
               display "PRIMMERG: STEPTIME NOT WRITTEN, STATUS "
                   stim-file-status
           end-if.
