      *                    other corrupt field instead of falling
      *                    through the status tests and shipping
      *                    as if active.
      *   2026-10-15  ET   Each run now appends its start and end,
      *                    records processed and return code to the
      *                    shared step-timing log (STEPTIME) that
      *                    PRIMWNDW and PRIMFCST report from,
      *                    including the runs that stop on a fatal
      *                    OPEN failure.

       environment division.
       input-output section.
           select manifest-file assign to "MANIFEST"
               organization is line sequential.

           select step-time-file assign to "STEPTIME"
               organization is line sequential
               file status is stim-file-status.

       data division.
       file section.
       fd  subscriber-file.
       fd  manifest-file.
       01  manifest-line                pic x(60).

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
       01  subs-file-status pic xx.
           88 subs-file-ok value "00".
       01  reconin-file-status pic xx.
           88 reconin-file-ok value "00".
           88 reconin-file-eof value "10".
       01  stim-file-status pic xx.
           88 stim-file-ok value "00".

       01  extract-name pic x(12).

               perform process-profiles
               perform close-manifest
           end-if
           perform write-step-time
           stop run.

      *----------------------------------------------------------
               display "PRIMDIST: PRIMEOUT OPEN FAILED, STATUS "
                   primein-file-status
               move 16 to return-code
               perform write-step-time
               stop run
           end-if
           perform until primein-file-eof
               display "PRIMDIST: SUBSMSTR OPEN FAILED, STATUS "
                   subs-file-status
               move 16 to return-code
               perform write-step-time
               stop run
           end-if
           perform until subs-file-eof
               into manifest-line
           write manifest-line
           close manifest-file.

      *----------------------------------------------------------
      * The step-timing log PRIMWNDW and PRIMFCST read: one
      * record per run of this step with its start and end, what
      * it got through and how it finished.  It is a measurement
      * only, so a log that cannot be opened is noted on SYSOUT
      * and the step's own result stands.
      *----------------------------------------------------------
       write-step-time.
           move "PRIMDIST" to stm-step
           move "S" to stm-type
           move spaces to stm-requestor
           move space to stm-suffix
           move run-date to stm-start-date
           move run-time to stm-start-time
           accept stm-end-date from date yyyymmdd
           accept stm-end-time from time
           move pin-read-count to stm-records
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
               display "PRIMDIST: STEPTIME NOT WRITTEN, STATUS "
                   stim-file-status
           end-if.
