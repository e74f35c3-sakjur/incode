      *   2026-09-02  ET   Widened to the 8-digit value domain: the
      *                    standing and override ranges and the
      *                    PARMIN records written carry 8 digits.
      *   2026-10-15  ET   Each run now appends its start and end,
      *                    records processed and return code to the
      *                    shared step-timing log (STEPTIME) that
      *                    PRIMWNDW and PRIMFCST report from.
      *   2026-10-15  ET   STNDREQ and PARMOVRD may carry a partition
      *                    count after their last column; it is
      *                    passed through to the PARMIN card for
      *                    PRIMSPLT and PRIME to edit, so a big
      *                    monthly standing request can be run split.

       environment division.
       input-output section.
           select sked-report-file assign to "SKEDRPT"
               organization is line sequential.

           select step-time-file assign to "STEPTIME"
               organization is line sequential
               file status is stim-file-status.

       data division.
       file section.
       fd  standing-file.
           05  stnd-end-date            pic 9(8).
           05  stnd-end-date-x redefines stnd-end-date
                                        pic x(8).
           05  stnd-partitions          pic x(2).

       fd  holiday-file.
       01  holiday-record.
           05  ovrd-start               pic x(8).
           05  ovrd-end                 pic x(8).
           05  ovrd-suffix              pic x(1).
           05  ovrd-partitions          pic x(2).

       fd  parm-out-file.
       01  parm-out-record.
           05  pout-start               pic x(8).
           05  pout-end                 pic x(8).
           05  pout-suffix              pic x(1).
           05  pout-partitions          pic x(2).

       fd  sked-report-file.
       01  sked-report-line             pic x(80).

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
       01  stnd-file-status pic xx.
           88 stnd-file-ok value "00".
       01  ovrd-file-status pic xx.
           88 ovrd-file-ok value "00".
           88 ovrd-file-eof value "10".
       01  stim-file-status pic xx.
           88 stim-file-ok value "00".

       01  holiday-limit pic 9(3) value 100.
       01  holiday-count pic 9(3) value 0.
           perform write-sked-trailer
           close parm-out-file
           close sked-report-file
           perform write-step-time
           stop run.

      *----------------------------------------------------------
           move ovrd-start to pout-start
           move ovrd-end to pout-end
           move ovrd-suffix to pout-suffix
           move ovrd-partitions to pout-partitions
           write parm-out-record
           add 1 to overrides-written
           perform register-suffix
           move stnd-start-x to pout-start
           move stnd-end-x to pout-end
           move stnd-suffix to pout-suffix
           move stnd-partitions to pout-partitions
           write parm-out-record
           add 1 to standing-selected
           perform register-suffix
               count-display delimited by size
               into sked-report-line
           write sked-report-line.

      *----------------------------------------------------------
      * The step-timing log PRIMWNDW and PRIMFCST read: one
      * record per run of this step with its start and end, what
      * it got through and how it finished.  It is a measurement
      * only, so a log that cannot be opened is noted on SYSOUT
      * and the step's own result stands.
      *----------------------------------------------------------
       write-step-time.
           move "PRIMSKED" to stm-step
           move "S" to stm-type
           move spaces to stm-requestor
           move space to stm-suffix
           move run-date to stm-start-date
           move run-time to stm-start-time
           accept stm-end-date from date yyyymmdd
           accept stm-end-time from time
           compute stm-records = overrides-written + standing-selected
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
               display "PRIMSKED: STEPTIME NOT WRITTEN, STATUS "
                   stim-file-status
           end-if.
