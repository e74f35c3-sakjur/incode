      *                    night NOT FULLY CHECKED with a NO
      *                    REQUESTS note instead of passing an
      *                    unproven night as IN BALANCE.
      *   2026-10-15  ET   Each run now appends its start and end,
      *                    records processed and return code to the
      *                    shared step-timing log (STEPTIME) that
      *                    PRIMWNDW and PRIMFCST report from,
      *                    including the runs that stop on a fatal
      *                    OPEN failure.
      *   2026-10-15  ET   LOADTOTS read in the load step's current
      *                    layout, with the retirements it held; a
      *                    load leg in balance shows how many were
      *                    held rather than retired.

       environment division.
       input-output section.
           select balance-report-file assign to "BALNRPT"
               organization is line sequential.

           select step-time-file assign to "STEPTIME"
               organization is line sequential
               file status is stim-file-status.

       data division.
       file section.
       fd  control-report-file.
           05  ltot-masters-added       pic 9(8).
           05  ltot-masters-confirmed   pic 9(8).
           05  ltot-masters-retired     pic 9(8).
           05  ltot-retirements-held    pic 9(8).

       fd  history-file.
       01  history-record.
       fd  balance-report-file.
       01  balance-report-line          pic x(90).

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
       01  ctl-file-status pic xx.
           88 ctl-file-ok value "00".
           88 man-file-eof value "10".
       01  subs-file-status pic xx.
           88 subs-file-ok value "00".
       01  stim-file-status pic xx.
           88 stim-file-ok value "00".

       01  prime-in-name pic x(12).
       01  load-totals-name pic x(12).
           perform write-balance-trailer
           close balance-report-file
           move highest-severity to return-code
           perform write-step-time
           stop run.

      *----------------------------------------------------------
               display "PRIMBALN: CTLRPT OPEN FAILED, STATUS "
                   ctl-file-status
               move 16 to return-code
               perform write-step-time
               stop run
           end-if
           perform until ctl-file-eof
      * The load step recorded what it read and what it did to
      * the master.  Every published prime must have been read,
      * and every one read must have been added or updated.
      * Retirements held for an allocation owner are noted, so
      * the leg does not pass them off as retired.
      *----------------------------------------------------------
       check-load-totals-leg.
           move "LOADTOTS" to leg-name
               move 0 to leg-severity
               move "IN BALANCE" to leg-verdict
               move spaces to leg-note
               if ltot-retirements-held is numeric
                   and ltot-retirements-held > 0
                   move ltot-retirements-held to expected-display
                   string "RETIREMENTS HELD " delimited by size
                       expected-display delimited by size
                       into leg-note
               end-if
           else
               move 8 to leg-severity
               move "OUT OF BALANCE" to leg-verdict
                       into balance-report-line
           end-evaluate
           write balance-report-line.

      *----------------------------------------------------------
      * The step-timing log PRIMWNDW and PRIMFCST read: one
      * record per run of this step with its start and end, what
      * it got through and how it finished.  It is a measurement
      * only, so a log that cannot be opened is noted on SYSOUT
      * and the step's own result stands.
      *----------------------------------------------------------
       write-step-time.
           move "PRIMBALN" to stm-step
           move "S" to stm-type
           move spaces to stm-requestor
           move space to stm-suffix
           move run-date to stm-start-date
           move run-time to stm-start-time
           accept stm-end-date from date yyyymmdd
           accept stm-end-time from time
           move request-count to stm-records
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
               display "PRIMBALN: STEPTIME NOT WRITTEN, STATUS "
                   stim-file-status
           end-if.
