      *                    can prove the load leg against the
      *                    PRIMEOUT trailer without scraping the
      *                    batch log.
      *   2026-10-15  ET   A DROPPED value an owner still holds on
      *                    the bucket-number allocation master
      *                    (ALLOCMST) is no longer retired: the
      *                    retirement is held, flagged on SYSOUT
      *                    with the owner, counted on LOADTOTS, and
      *                    the run ends with a warning so the owner
      *                    can be asked to move off it first.
      *   2026-10-15  ET   Every add, reconfirm and retirement now
      *                    appends a before/after image of the
      *                    master record to the prime master change
      *                    journal (PRIMJRNL) with the run date, the
      *                    PRIMEOUT date it took effect and the
      *                    source program, so PRIMASOF can rebuild
      *                    the published list as of any past date.
      *   2026-10-15  ET   Each run now appends its start and end,
      *                    records processed and return code to the
      *                    shared step-timing log (STEPTIME) that
      *                    PRIMWNDW and PRIMFCST report from,
      *                    including the runs that stop on a fatal
      *                    OPEN failure.
      *   2026-10-15  ET   ALLOCMST is opened before the master is
      *                    touched, and only a file that is not
      *                    there means nothing is held; one that
      *                    cannot be opened for any other reason
      *                    stops the run rc 16 instead of letting
      *                    allocated values be retired unchecked.

       environment division.
       input-output section.
               record key is master-prime
               file status is master-file-status.

           select allocation-file assign to "ALLOCMST"
               organization is indexed
               access mode is random
               record key is alloc-value
               alternate record key is alloc-owner with duplicates
               file status is alloc-file-status.

           select journal-file assign to "PRIMJRNL"
               organization is line sequential
               file status is jrnl-file-status.

           select load-totals-file assign to "LOADTOTS"
               organization is line sequential.

           select step-time-file assign to "STEPTIME"
               organization is line sequential
               file status is stim-file-status.

       data division.
       file section.
       fd  prime-in-file.
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

       fd  journal-file.
       01  journal-record.
           05  jrnl-run-date            pic 9(8).
           05  jrnl-run-time            pic 9(8).
           05  jrnl-effective-date      pic 9(8).
           05  jrnl-source              pic x(8).
           05  jrnl-action              pic x(8).
           05  jrnl-prime               pic 9(8).
           05  jrnl-before-first        pic 9(8).
           05  jrnl-before-last         pic 9(8).
           05  jrnl-before-status       pic x(1).
           05  jrnl-after-first         pic 9(8).
           05  jrnl-after-last          pic 9(8).
           05  jrnl-after-status        pic x(1).

       fd  load-totals-file.
       01  load-totals-record.
           05  ltot-run-date            pic 9(8).
           05  ltot-masters-added       pic 9(8).
           05  ltot-masters-confirmed   pic 9(8).
           05  ltot-masters-retired     pic 9(8).
           05  ltot-retirements-held    pic 9(8).

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
       01  primein-file-status pic xx.
           88 master-file-ok value "00".
           88 master-not-found value "23".
           88 master-missing value "35".
       01  alloc-file-status pic xx.
           88 alloc-file-ok value "00".
           88 alloc-missing value "35".
       01  jrnl-file-status pic xx.
           88 jrnl-file-ok value "00".
       01  stim-file-status pic xx.
           88 stim-file-ok value "00".
       01  alloc-available-sw pic x value "N".
           88 alloc-available value "Y".
       01  value-allocated-sw pic x.
           88 value-allocated value "Y".

       01  pin-rec-type pic x.
       01  pin-header-date pic 9(8).
           88 recon-unreliable value "Y".

       01  load-run-date pic 9(8).
       01  load-run-time pic 9(8).
       01  journal-written pic 9(8) value 0.
       01  primes-read pic 9(8) value 0.
       01  masters-added pic 9(8) value 0.
       01  masters-confirmed pic 9(8) value 0.
       01  masters-retired pic 9(8) value 0.
       01  retirements-held pic 9(8) value 0.
       01  count-display pic z(8).

       procedure division.
       main-logic.
           accept load-run-date from date yyyymmdd
           accept load-run-time from time
           perform verify-primeout-controls
           if primeout-rejected
               move 8 to return-code
               else
                   move load-run-date to effective-run-date
               end-if
               perform open-allocation-file
               perform open-master-file
               perform open-journal-file
               perform load-current-primes
               perform retire-dropped-primes
               close master-file
               close journal-file
               if alloc-available
                   close allocation-file
               end-if
               perform display-load-totals
           end-if
           perform write-step-time
           stop run.

      *----------------------------------------------------------
               display "PRIMLOAD: PRIMEOUT OPEN FAILED, STATUS "
                   primein-file-status
               move 16 to return-code
               perform write-step-time
               stop run
           end-if
           perform until primein-file-eof
               display "PRIMLOAD: PRIMMSTR OPEN FAILED, STATUS "
                   master-file-status
               move 16 to return-code
               perform write-step-time
               stop run
           end-if.

      *----------------------------------------------------------
      * The change journal accumulates across nights, so it is
      * opened extend with the same create-on-first-use fallback
      * AUDITLOG gets.  A master change that cannot be journaled
      * must not be made, so any other failure stops the load
      * before the first record is touched.
      *----------------------------------------------------------
       open-journal-file.
           open extend journal-file
           if not jrnl-file-ok
               if jrnl-file-status = "35"
                   open output journal-file
               else
                   display "PRIMLOAD: PRIMJRNL OPEN EXTEND FAILED, "
                       "STATUS " jrnl-file-status
                   close master-file
                   move 16 to return-code
                   perform write-step-time
                   stop run
               end-if
           end-if.

      *----------------------------------------------------------
      * Second pass: walk the verified PRIMEOUT details.  A prime
      * already on the master gets its last-confirmed date
               display "PRIMLOAD: PRIMEOUT REOPEN FAILED, STATUS "
                   primein-file-status
               move 16 to return-code
               perform write-step-time
               stop run
           end-if
           perform until primein-file-eof
           move merge-value to master-prime
           read master-file
               invalid key
                   move "ADD" to jrnl-action
                   perform clear-journal-before-image
                   move merge-value to master-prime
                   move effective-run-date to master-first-published
                   move effective-run-date to master-last-confirmed
                   write master-record
                   add 1 to masters-added
               not invalid key
                   move "CONFIRM" to jrnl-action
                   perform save-journal-before-image
                   move effective-run-date to master-last-confirmed
                   set master-active to true
                   rewrite master-record
                   add 1 to masters-confirmed
           end-read
           perform write-journal-record.

      *----------------------------------------------------------
      * The reconciliation report PRIME already produces is the
               end-if
           end-if.

      *----------------------------------------------------------
      * The allocation master is optional - before the first
      * allocation run there is none and nothing is held.  Any
      * other failure to open it stops the run before the master
      * is touched: retiring values nobody could check for an
      * owner is the very thing it is there to prevent.
      *----------------------------------------------------------
       open-allocation-file.
           open input allocation-file
           if alloc-file-ok
               move "Y" to alloc-available-sw
           else
               if not alloc-missing
                   display "PRIMLOAD: ALLOCMST OPEN FAILED, STATUS "
                       alloc-file-status
                   move 16 to return-code
                   perform write-step-time
                   stop run
               end-if
           end-if.

      *----------------------------------------------------------
      * A value an owner still holds as a bucket number is not
      * retired out from under them.
      *----------------------------------------------------------
       apply-retirements.
           open input recon-in-file
           perform until reconin-file-eof
                       perform check-dropped-line
               end-read
           end-perform
           close recon-in-file
           if retirements-held > 0
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if.

       check-dropped-line.
           move recon-in-record(1:7) to recon-action-part
                   continue
               not invalid key
                   if master-active
                       perform check-value-allocated
                       if value-allocated
                           perform hold-allocated-retirement
                       else
                           move "RETIRE" to jrnl-action
                           perform save-journal-before-image
                           set master-retired to true
                           rewrite master-record
                           add 1 to masters-retired
                           perform write-journal-record
                       end-if
                   end-if
           end-read.

       check-value-allocated.
           move "N" to value-allocated-sw
           if alloc-available
               move dropped-value to alloc-value
               read allocation-file
                   invalid key
                       continue
                   not invalid key
                       if alloc-in-use
                           move "Y" to value-allocated-sw
                       end-if
               end-read
           end-if.

       hold-allocated-retirement.
           add 1 to retirements-held
           display "PRIMLOAD: VALUE " dropped-value
               " ALLOCATED TO " alloc-owner
               ", RETIREMENT HELD".

      *----------------------------------------------------------
      * Journal images: the before image is taken off the master
      * record as read (or left empty for a value new to the
      * master), the after image off the record as written.  The
      * effective date is the PRIMEOUT run date the change
      * belongs to, not the date the load happened to run.
      *----------------------------------------------------------
       clear-journal-before-image.
           move 0 to jrnl-before-first
           move 0 to jrnl-before-last
           move space to jrnl-before-status.

       save-journal-before-image.
           move master-first-published to jrnl-before-first
           move master-last-confirmed to jrnl-before-last
           move master-status to jrnl-before-status.

       write-journal-record.
           move load-run-date to jrnl-run-date
           move load-run-time to jrnl-run-time
           move effective-run-date to jrnl-effective-date
           move "PRIMLOAD" to jrnl-source
           move master-prime to jrnl-prime
           move master-first-published to jrnl-after-first
           move master-last-confirmed to jrnl-after-last
           move master-status to jrnl-after-status
           write journal-record
           add 1 to journal-written.

      *----------------------------------------------------------
      * Control counts to SYSOUT so the batch log shows what the
      * load actually did to the master, and the same counts on
           display "PRIMLOAD: MASTERS UPDATED " count-display
           move masters-retired to count-display
           display "PRIMLOAD: MASTERS RETIRED " count-display
           move retirements-held to count-display
           display "PRIMLOAD: RETIRES HELD    " count-display
           move journal-written to count-display
           display "PRIMLOAD: JOURNAL WRITTEN " count-display
           move effective-run-date to ltot-run-date
           move primes-read to ltot-primes-read
           move masters-added to ltot-masters-added
           move masters-confirmed to ltot-masters-confirmed
           move masters-retired to ltot-masters-retired
           move retirements-held to ltot-retirements-held
           open output load-totals-file
           write load-totals-record
           close load-totals-file.

      *----------------------------------------------------------
      * The step-timing log PRIMWNDW and PRIMFCST read: one
      * record per run of this step with its start and end, what
      * it got through and how it finished.  It is a measurement
      * only, so a log that cannot be opened is noted on SYSOUT
      * and the step's own result stands.
      *----------------------------------------------------------
       write-step-time.
           move "PRIMLOAD" to stm-step
           move "S" to stm-type
           move spaces to stm-requestor
           move space to stm-suffix
           move load-run-date to stm-start-date
           move load-run-time to stm-start-time
           accept stm-end-date from date yyyymmdd
           accept stm-end-time from time
           move primes-read to stm-records
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
               display "PRIMLOAD: STEPTIME NOT WRITTEN, STATUS "
                   stim-file-status
           end-if.
