       identification division.
       program-id.     primsplt.
       author.         Emil Tullstedt.
       date-written.   Oct 15 2026.
      * Modification history:
      *   2026-10-15  ET   Original partition planner for the big
      *                    monthly requests, which ran past the batch
      *                    window as one serial sweep.  A PARMIN card
      *                    with 02-20 in the partitions column is cut
      *                    into that many contiguous ranges of near
      *                    equal size.  The plan goes to SPLTCTL for
      *                    PRIMMERG, and one card file per partition
      *                    (PARMP01-PARMP20, in the PARMIN layout) is
      *                    written for the parallel PRIME steps, which
      *                    run with PRIMPART set to the partition
      *                    number.  Every PARMPnn is rewritten each
      *                    night, empty where no request has that
      *                    many partitions, so a step never picks up
      *                    an earlier night's cards.  Single-stream
      *                    cards are left to the normal PRIME run.
      *                    SPLTRPT lists every card and the plan.
      *   2026-10-15  ET   PRIMEOUTs is emptied for every split or
      *                    rejected card, so PRIME finds either
      *                    tonight's merge or nothing, never an
      *                    earlier night's list for that suffix.
      *   2026-10-15  ET   SPLTCTL carries the plan's time as well as
      *                    its date, so PRIMMERG can tell a partition
      *                    written after midnight last night from
      *                    tonight's.
      *   2026-10-15  ET   Each run now appends its start and end,
      *                    cards read and return code to the
      *                    shared step-timing log (STEPTIME) that
      *                    PRIMWNDW and PRIMFCST report from.

       environment division.
       input-output section.
       file-control.
           select parm-file assign to "PARMIN"
               organization is line sequential
               file status is parm-file-status.

           select split-control-file assign to "SPLTCTL"
               organization is line sequential.

           select partition-parm-file
               assign to dynamic partition-parm-name
               organization is line sequential.

           select merged-out-file
               assign to dynamic merged-out-name
               organization is line sequential.

           select split-report-file assign to "SPLTRPT"
               organization is line sequential.

           select step-time-file assign to "STEPTIME"
               organization is line sequential
               file status is stim-file-status.

       data division.
       file section.
       fd  parm-file.
       01  parm-record.
           05  parm-rec-requestor       pic x(8).
           05  parm-rec-start           pic 9(8).
           05  parm-rec-start-x redefines parm-rec-start
                                        pic x(8).
           05  parm-rec-end             pic 9(8).
           05  parm-rec-end-x redefines parm-rec-end
                                        pic x(8).
           05  parm-rec-suffix          pic x(1).
           05  parm-rec-partitions      pic 9(2).
           05  parm-rec-partitions-x redefines parm-rec-partitions
                                        pic x(2).

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

       fd  partition-parm-file.
       01  partition-parm-record.
           05  pprm-requestor           pic x(8).
           05  pprm-start               pic 9(8).
           05  pprm-end                 pic 9(8).
           05  pprm-suffix              pic x(1).
           05  pprm-partitions          pic x(2).

       fd  merged-out-file.
       01  merged-out-record            pic x(33).

       fd  split-report-file.
       01  split-report-line            pic x(80).

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
       01  parm-file-status pic xx.
           88 parm-file-ok value "00".
           88 parm-file-eof value "10".
       01  stim-file-status pic xx.
           88 stim-file-ok value "00".

       01  partition-parm-name pic x(12).
       01  merged-out-name pic x(12).
       01  partition-limit pic 9(2) value 20.
       01  partition-steps pic 9(2) value 0.

       01  request-limit pic 9(3) value 50.
       01  request-count pic 9(3) value 0.
       01  rx pic 9(3).
       01  ex pic 9(3).
       01  px pic 9(3).
       01  request-table.
           05 request-entry occurs 50 times.
               10 req-requestor pic x(8).
               10 req-start pic 9(8).
               10 req-start-x redefines req-start pic x(8).
               10 req-end pic 9(8).
               10 req-end-x redefines req-end pic x(8).
               10 req-suffix pic x(1).
               10 req-partitions pic 9(2).
               10 req-partitions-x redefines req-partitions
                   pic x(2).
               10 req-result pic x(8).
               10 req-reason pic x(20).

       01  request-span pic 9(9).
       01  partition-size pic 9(9).
       01  partition-extra pic 9(9).
       01  partition-lo pic 9(8).
       01  partition-hi pic 9(8).

       01  cards-read pic 9(3) value 0.
       01  cards-split pic 9(3) value 0.
       01  cards-single pic 9(3) value 0.
       01  cards-rejected pic 9(3) value 0.

       01  card-detail.
           05  cdd-requestor pic x(8).
           05  filler pic x(2) value spaces.
           05  cdd-start pic x(8).
           05  filler pic x(1) value "-".
           05  cdd-end pic x(8).
           05  filler pic x(2) value spaces.
           05  cdd-suffix pic x(1).
           05  filler pic x(2) value spaces.
           05  cdd-partitions pic x(2).
           05  filler pic x(2) value spaces.
           05  cdd-result pic x(8).
           05  filler pic x(2) value spaces.
           05  cdd-reason pic x(20).
           05  filler pic x(14) value spaces.

       01  plan-detail.
           05  filler pic x(4) value spaces.
           05  filler pic x(10) value "PARTITION ".
           05  pld-partition pic 9(2).
           05  filler pic x(2) value spaces.
           05  pld-start pic z(7)9.
           05  filler pic x(1) value "-".
           05  pld-end pic z(7)9.
           05  filler pic x(2) value spaces.
           05  filler pic x(6) value "CARDS ".
           05  pld-file pic x(8).
           05  filler pic x(29) value spaces.

       01  count-display pic z(4)9.
       01  run-date pic 9(8).
       01  run-time pic 9(8).

       procedure division.
       main-logic.
           accept run-date from date yyyymmdd
           accept run-time from time
           perform read-request-queue
           perform open-split-report
           perform varying rx from 1 by 1 until rx > request-count
               perform edit-one-card
           end-perform
           perform write-split-plan
           perform write-partition-card-files
           perform empty-merged-primeouts
           perform write-split-trailer
           close split-report-file
           if cards-rejected > 0
               move 8 to return-code
           end-if
           perform write-step-time
           stop run.

      *----------------------------------------------------------
      * The same queue PRIME reads.  Without it there is nothing
      * to split, and every PARMPnn is still emptied below.
      *----------------------------------------------------------
       read-request-queue.
           open input parm-file
           if parm-file-ok
               perform until parm-file-eof
                   read parm-file
                       at end
                           continue
                       not at end
                           perform store-one-request
                   end-read
               end-perform
               close parm-file
           else
               display "PRIMSPLT: PARMIN NOT AVAILABLE, STATUS "
                   parm-file-status ", NOTHING SPLIT"
           end-if.

       store-one-request.
           add 1 to cards-read
           if request-count >= request-limit
               display "PRIMSPLT: REQUEST TABLE FULL, CARD FOR "
                   parm-rec-requestor " NOT SPLIT"
               add 1 to cards-rejected
           else
               add 1 to request-count
               move parm-rec-requestor to req-requestor(request-count)
               move parm-rec-start-x to req-start-x(request-count)
               move parm-rec-end-x to req-end-x(request-count)
               move parm-rec-suffix to req-suffix(request-count)
               move parm-rec-partitions-x
                   to req-partitions-x(request-count)
               move spaces to req-result(request-count)
               move spaces to req-reason(request-count)
           end-if.

       open-split-report.
           open output split-report-file
           move spaces to split-report-line
           string "PRIME PARTITION PLAN REPORT" delimited by size
               into split-report-line
           write split-report-line
           move spaces to split-report-line
           string "RUN DATE " delimited by size
               run-date delimited by size
               "   RUN TIME " delimited by size
               run-time delimited by size
               into split-report-line
           write split-report-line
           move spaces to split-report-line
           write split-report-line
           move spaces to split-report-line
           string "REQUESTR  RANGE              S  PN  RESULT    "
               "REASON" delimited by size
               into split-report-line
           write split-report-line.

      *----------------------------------------------------------
      * PRIME's own edits decide whether the request runs at all;
      * the split only refuses what it cannot plan - a range it
      * cannot read, more partitions than the limit or than
      * candidates, or a suffix another split card already uses,
      * whose partitions would overwrite each other.
      *----------------------------------------------------------
       edit-one-card.
           if req-partitions-x(rx) = spaces
               or req-partitions-x(rx) = "00"
               or req-partitions-x(rx) = "01"
               move "SINGLE" to req-result(rx)
               add 1 to cards-single
           else
               evaluate true
                   when req-partitions-x(rx) is not numeric
                       or req-partitions(rx) > partition-limit
                       move "PARTITIONS NOT 00-20" to req-reason(rx)
                   when req-start-x(rx) is not numeric
                       or req-end-x(rx) is not numeric
                       move "RANGE NOT NUMERIC" to req-reason(rx)
                   when req-end(rx) < req-start(rx)
                       move "RANGE REVERSED" to req-reason(rx)
                   when other
                       compute request-span =
                           req-end(rx) - req-start(rx) + 1
                       if request-span < req-partitions(rx)
                           move "MORE THAN RANGE" to req-reason(rx)
                       end-if
               end-evaluate
               if req-reason(rx) = spaces
                   perform varying ex from 1 by 1 until ex >= rx
                       if req-result(ex) = "SPLIT"
                           and req-suffix(ex) = req-suffix(rx)
                           move "DUPLICATE SUFFIX" to req-reason(rx)
                       end-if
                   end-perform
               end-if
               if req-reason(rx) = spaces
                   move "SPLIT" to req-result(rx)
                   add 1 to cards-split
                   if req-partitions(rx) > partition-steps
                       move req-partitions(rx) to partition-steps
                   end-if
               else
                   move "REJECTED" to req-result(rx)
                   add 1 to cards-rejected
               end-if
           end-if
           move req-requestor(rx) to cdd-requestor
           move req-start-x(rx) to cdd-start
           move req-end-x(rx) to cdd-end
           move req-suffix(rx) to cdd-suffix
           move req-partitions-x(rx) to cdd-partitions
           move req-result(rx) to cdd-result
           move req-reason(rx) to cdd-reason
           write split-report-line from card-detail.

      *----------------------------------------------------------
      * Partition PX of request RX: the span divided as evenly as
      * it goes, the first partitions taking one extra candidate
      * each until the remainder is used up, so the partitions
      * meet end to end with no gap and no overlap.
      *----------------------------------------------------------
       compute-partition-bounds.
           compute request-span = req-end(rx) - req-start(rx) + 1
           divide request-span by req-partitions(rx)
               giving partition-size remainder partition-extra
           if px <= partition-extra
               compute partition-lo = req-start(rx)
                   + (px - 1) * (partition-size + 1)
               compute partition-hi = partition-lo + partition-size
           else
               compute partition-lo = req-start(rx)
                   + partition-extra * (partition-size + 1)
                   + (px - 1 - partition-extra) * partition-size
               compute partition-hi =
                   partition-lo + partition-size - 1
           end-if.

       write-split-plan.
           open output split-control-file
           move spaces to split-report-line
           write split-report-line
           move spaces to split-report-line
           string "PARTITION PLAN" delimited by size
               into split-report-line
           write split-report-line
           perform varying rx from 1 by 1 until rx > request-count
               if req-result(rx) = "SPLIT"
                   perform write-one-request-plan
               end-if
           end-perform
           close split-control-file.

       write-one-request-plan.
           move spaces to split-report-line
           string req-requestor(rx) delimited by size
               "  SUFFIX " delimited by size
               req-suffix(rx) delimited by size
               "  RANGE " delimited by size
               req-start-x(rx) delimited by size
               "-" delimited by size
               req-end-x(rx) delimited by size
               into split-report-line
           write split-report-line
           perform varying px from 1 by 1
                   until px > req-partitions(rx)
               perform compute-partition-bounds
               move req-requestor(rx) to splt-requestor
               move req-suffix(rx) to splt-suffix
               move px to splt-partition
               move req-partitions(rx) to splt-partitions
               move partition-lo to splt-start
               move partition-hi to splt-end
               move req-start(rx) to splt-req-start
               move req-end(rx) to splt-req-end
               move run-date to splt-plan-date
               move run-time to splt-plan-time
               write split-control-record
               move px to pld-partition
               move partition-lo to pld-start
               move partition-hi to pld-end
               move spaces to pld-file
               string "PARMP" delimited by size
                   splt-partition delimited by size
                   into pld-file
               write split-report-line from plan-detail
           end-perform.

      *----------------------------------------------------------
      * All twenty card files every night, so a step past
      * tonight's partition count reads an empty file and does
      * nothing instead of rerunning an old night's partition.
      *----------------------------------------------------------
       write-partition-card-files.
           perform varying px from 1 by 1 until px > partition-limit
               move spaces to partition-parm-name
               move px to splt-partition
               string "PARMP" delimited by size
                   splt-partition delimited by size
                   into partition-parm-name
               open output partition-parm-file
               perform varying rx from 1 by 1 until rx > request-count
                   if req-result(rx) = "SPLIT"
                       and req-partitions(rx) >= px
                       perform compute-partition-bounds
                       move req-requestor(rx) to pprm-requestor
                       move partition-lo to pprm-start
                       move partition-hi to pprm-end
                       move req-suffix(rx) to pprm-suffix
                       move spaces to pprm-partitions
                       write partition-parm-record
                   end-if
               end-perform
               close partition-parm-file
           end-perform.

      *----------------------------------------------------------
      * PRIMMERG writes PRIMEOUTs only when every partition came
      * back, and a rejected card is never merged at all, so the
      * file is emptied here first - an old night's list left
      * under the same suffix would otherwise be published again.
      *----------------------------------------------------------
       empty-merged-primeouts.
           perform varying rx from 1 by 1 until rx > request-count
               if req-result(rx) = "SPLIT"
                   or req-result(rx) = "REJECTED"
                   move spaces to merged-out-name
                   string "PRIMEOUT" delimited by size
                       req-suffix(rx) delimited by space
                       into merged-out-name
                   open output merged-out-file
                   close merged-out-file
               end-if
           end-perform.

       write-split-trailer.
           move spaces to split-report-line
           write split-report-line
           move cards-read to count-display
           move spaces to split-report-line
           string "CARDS READ           " delimited by size
               count-display delimited by size
               into split-report-line
           write split-report-line
           move cards-split to count-display
           move spaces to split-report-line
           string "CARDS SPLIT          " delimited by size
               count-display delimited by size
               into split-report-line
           write split-report-line
           move cards-single to count-display
           move spaces to split-report-line
           string "SINGLE STREAM        " delimited by size
               count-display delimited by size
               into split-report-line
           write split-report-line
           move cards-rejected to count-display
           move spaces to split-report-line
           string "CARDS REJECTED       " delimited by size
               count-display delimited by size
               into split-report-line
           write split-report-line
           move partition-steps to count-display
           move spaces to split-report-line
           string "PARTITION STEPS USED " delimited by size
               count-display delimited by size
               into split-report-line
           write split-report-line.

      *----------------------------------------------------------
      * The step-timing log PRIMWNDW and PRIMFCST read: one
      * record per run of this step with its start and end, what
      * it got through and how it finished.  It is a measurement
      * only, so a log that cannot be opened is noted on SYSOUT
      * and the step's own result stands.
      *----------------------------------------------------------
       write-step-time.
           move "PRIMSPLT" to stm-step
           move "S" to stm-type
           move spaces to stm-requestor
           move space to stm-suffix
           move run-date to stm-start-date
           move run-time to stm-start-time
           accept stm-end-date from date yyyymmdd
           accept stm-end-time from time
           move cards-read to stm-records
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
               display "PRIMSPLT: STEPTIME NOT WRITTEN, STATUS "
                   stim-file-status
           end-if.
