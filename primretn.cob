       identification division.
       program-id.     primretn.
       author.         Emil Tullstedt.
       date-written.   Oct 15 2026.
      * Modification history:
      *   2026-10-15  ET   Original generation retention step: every
      *                    night's PRIMEOUT and RECONRPT were replaced
      *                    by the next run, so a lost or disputed
      *                    feed could only ever be answered with
      *                    today's list.  Run after PRIME, this step
      *                    reads the control report (CTLRPT) and, for
      *                    every COMPLETE request, verifies the
      *                    routing suffix's PRIMEOUT against its own
      *                    trailer and copies it and its RECONRPT to
      *                    a numbered generation (PRIMEOUTsGnn,
      *                    RECONRPTsGnn).  The generations rotate
      *                    through a fixed count per suffix
      *                    (RETNPARM, default 7) and are catalogued,
      *                    with the night and the trailer totals, on
      *                    the keyed generation catalog (GENCAT) that
      *                    the redelivery program PRIMREDL reads.  A
      *                    rerun of the same night replaces that
      *                    night's generation instead of using up
      *                    another.  RETNRPT lists what was kept.
      *   2026-10-15  ET   Each run now appends its start and end,
      *                    requests read and return code to the
      *                    shared step-timing log (STEPTIME) that
      *                    PRIMWNDW and PRIMFCST report from,
      *                    including the runs that stop on a fatal
      *                    failure.

       environment division.
       input-output section.
       file-control.
           select control-report-file assign to "CTLRPT"
               organization is line sequential
               file status is ctl-file-status.

           select retn-parm-file assign to "RETNPARM"
               organization is line sequential
               file status is rparm-file-status.

           select catalog-file assign to "GENCAT"
               organization is indexed
               access mode is random
               record key is gcat-key
               file status is gcat-file-status.

           select prime-in-file assign to dynamic prime-in-name
               organization is line sequential
               file status is primein-file-status.

           select recon-in-file assign to dynamic recon-in-name
               organization is line sequential
               file status is reconin-file-status.

           select prime-gen-file assign to dynamic prime-gen-name
               organization is line sequential.

           select recon-gen-file assign to dynamic recon-gen-name
               organization is line sequential.

           select retn-report-file assign to "RETNRPT"
               organization is line sequential.

           select step-time-file assign to "STEPTIME"
               organization is line sequential
               file status is stim-file-status.

       data division.
       file section.
       fd  control-report-file.
       01  control-report-line          pic x(70).

       fd  retn-parm-file.
       01  retn-parm-record.
           05  rparm-generations        pic 9(2).
           05  rparm-generations-x redefines rparm-generations
                                        pic x(2).

       fd  catalog-file.
       01  catalog-record.
           05  gcat-key.
               10  gcat-suffix          pic x(1).
               10  gcat-generation      pic 9(2).
           05  gcat-run-date            pic 9(8).
           05  gcat-run-time            pic 9(8).
           05  gcat-requestor           pic x(8).
           05  gcat-range-start         pic 9(8).
           05  gcat-range-end           pic 9(8).
           05  gcat-count               pic 9(9).
           05  gcat-hash                pic 9(15).
           05  gcat-recon-sw            pic x(1).
               88  gcat-recon-retained  value "Y".
           05  gcat-retained-date       pic 9(8).

       fd  prime-in-file.
       01  prime-in-record              pic x(33).

       fd  recon-in-file.
       01  recon-in-record              pic x(40).

       fd  prime-gen-file.
       01  prime-gen-record             pic x(33).

       fd  recon-gen-file.
       01  recon-gen-record             pic x(40).

       fd  retn-report-file.
       01  retn-report-line             pic x(80).

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
           88 ctl-file-eof value "10".
       01  rparm-file-status pic xx.
           88 rparm-file-ok value "00".
       01  gcat-file-status pic xx.
           88 gcat-file-ok value "00".
           88 gcat-missing value "35".
       01  primein-file-status pic xx.
           88 primein-file-ok value "00".
           88 primein-file-eof value "10".
       01  reconin-file-status pic xx.
           88 reconin-file-ok value "00".
           88 reconin-file-eof value "10".
       01  stim-file-status pic xx.
           88 stim-file-ok value "00".

       01  generation-count pic 9(2) value 7.
       01  stream-run-date pic 9(8) value 0.
       01  stream-run-time pic 9(8) value 0.

       01  prime-in-name pic x(12).
       01  recon-in-name pic x(12).
       01  prime-gen-name pic x(12).
       01  recon-gen-name pic x(12).

       01  ctl-suffix-part pic x(1).
       01  ctl-requestor-part pic x(8).
       01  ctl-status-part pic x(8).
       01  ctl-range-part pic x(8).
       01  ctl-range-start pic 9(8).
       01  ctl-range-end pic 9(8).

       01  pin-rec-type pic x.
       01  pin-trailer-seen-sw pic x.
           88 pin-trailer-seen value "Y".
       01  pin-trailer-count pic 9(9).
       01  pin-trailer-hash pic 9(15).
       01  pin-read-count pic 9(9).
       01  pin-read-hash pic 9(15).
       01  pin-work-value pic 9(8).

       01  gx pic 9(2).
       01  slot-generation pic 9(2).
       01  slot-found-sw pic x.
           88 slot-found value "Y".
       01  slot-on-file-sw pic x.
           88 slot-on-file value "Y".
       01  oldest-generation pic 9(2).
       01  oldest-stamp pic 9(16).
       01  entry-stamp pic 9(16).
       01  retain-status pic x(8).

       01  requests-read pic 9(3) value 0.
       01  requests-retained pic 9(3) value 0.
       01  requests-refused pic 9(3) value 0.

       01  retn-detail.
           05  rtd-suffix pic x(1).
           05  filler pic x(2) value spaces.
           05  rtd-requestor pic x(8).
           05  filler pic x(2) value spaces.
           05  rtd-generation pic x(2).
           05  filler pic x(2) value spaces.
           05  rtd-count pic z(8)9.
           05  filler pic x(2) value spaces.
           05  rtd-prime-name pic x(12).
           05  filler pic x(2) value spaces.
           05  rtd-recon-name pic x(12).
           05  filler pic x(2) value spaces.
           05  rtd-status pic x(8).
           05  filler pic x(16) value spaces.

       01  count-display pic z(4)9.
       01  run-date pic 9(8).
       01  run-time pic 9(8).

       procedure division.
       main-logic.
           accept run-date from date yyyymmdd
           accept run-time from time
           perform read-retn-parm
           perform open-generation-catalog
           perform open-retn-report
           perform retain-completed-requests
           perform write-retn-trailer
           close retn-report-file
           close catalog-file
           if requests-refused > 0
               move 8 to return-code
           end-if
           perform write-step-time
           stop run.

      *----------------------------------------------------------
      * How many generations each suffix keeps comes off
      * RETNPARM; a missing, blank or zero card keeps a week.
      *----------------------------------------------------------
       read-retn-parm.
           open input retn-parm-file
           if rparm-file-ok
               read retn-parm-file
                   at end
                       continue
                   not at end
                       if rparm-generations-x is numeric
                           and rparm-generations > 0
                           move rparm-generations to generation-count
                       end-if
               end-read
               close retn-parm-file
           end-if.

      *----------------------------------------------------------
      * The first night finds no catalog and creates it empty.
      *----------------------------------------------------------
       open-generation-catalog.
           open i-o catalog-file
           if gcat-missing
               open output catalog-file
               close catalog-file
               open i-o catalog-file
           end-if
           if not gcat-file-ok
               display "PRIMRETN: GENCAT OPEN FAILED, STATUS "
                   gcat-file-status
               move 16 to return-code
               perform write-step-time
               stop run
           end-if.

       open-retn-report.
           open output retn-report-file
           move spaces to retn-report-line
           string "PRIMEOUT GENERATION RETENTION REPORT"
               delimited by size into retn-report-line
           write retn-report-line
           move spaces to retn-report-line
           string "RUN DATE " delimited by size
               run-date delimited by size
               "   RUN TIME " delimited by size
               run-time delimited by size
               into retn-report-line
           write retn-report-line
           move generation-count to count-display
           move spaces to retn-report-line
           string "GENERATIONS KEPT     " delimited by size
               count-display delimited by size
               into retn-report-line
           write retn-report-line
           move spaces to retn-report-line
           write retn-report-line
           move spaces to retn-report-line
           string "S  REQUESTR  GN    RECORDS  PRIMEOUT GEN  "
               "RECONRPT GEN  STATUS" delimited by size
               into retn-report-line
           write retn-report-line.

      *----------------------------------------------------------
      * CTLRPT's heading dates the night; its detail lines carry
      * the requestor in columns 1-8, the range in 11-18 and
      * 20-27, the routing suffix in 30 and the status in 33-40,
      * the fixed columns PRIME writes them with.  Only COMPLETE
      * requests have a PRIMEOUT to keep.  Without CTLRPT there
      * is no telling which files belong to tonight, so the step
      * stops.
      *----------------------------------------------------------
       retain-completed-requests.
           open input control-report-file
           if not ctl-file-ok
               display "PRIMRETN: CTLRPT OPEN FAILED, STATUS "
                   ctl-file-status
               move 16 to return-code
               perform write-step-time
               stop run
           end-if
           perform until ctl-file-eof
               read control-report-file
                   at end
                       continue
                   not at end
                       perform examine-control-line
               end-read
           end-perform
           close control-report-file.

       examine-control-line.
           if control-report-line(1:9) = "RUN DATE "
               and control-report-line(10:8) is numeric
               move control-report-line(10:8) to stream-run-date
               if control-report-line(30:8) is numeric
                   move control-report-line(30:8) to stream-run-time
               end-if
           end-if
           move control-report-line(33:8) to ctl-status-part
           if ctl-status-part = "COMPLETE"
               add 1 to requests-read
               move control-report-line(1:8) to ctl-requestor-part
               move control-report-line(30:1) to ctl-suffix-part
               move control-report-line(11:8) to ctl-range-part
               inspect ctl-range-part replacing leading spaces
                   by zeros
               move ctl-range-part to ctl-range-start
               move control-report-line(20:8) to ctl-range-part
               inspect ctl-range-part replacing leading spaces
                   by zeros
               move ctl-range-part to ctl-range-end
               perform retain-one-request
           end-if.

      *----------------------------------------------------------
      * A generation is only worth keeping if it can be trusted
      * later: the PRIMEOUT is read once against its own trailer
      * before a slot is spent on it, and one that is missing,
      * short or has no trailer is listed and not catalogued.
      *----------------------------------------------------------
       retain-one-request.
           perform build-source-names
           move spaces to retn-detail
           move ctl-suffix-part to rtd-suffix
           move ctl-requestor-part to rtd-requestor
           perform verify-source-primeout
           if retain-status not = spaces
               add 1 to requests-refused
               move pin-read-count to rtd-count
               move prime-in-name to rtd-prime-name
               move retain-status to rtd-status
               display "PRIMRETN: " prime-in-name " NOT RETAINED, "
                   retain-status
           else
               perform choose-generation-slot
               perform build-generation-names
               perform copy-primeout-generation
               perform copy-reconrpt-generation
               perform catalog-generation
               add 1 to requests-retained
               move slot-generation to rtd-generation
               move pin-read-count to rtd-count
               move prime-gen-name to rtd-prime-name
               if gcat-recon-retained
                   move recon-gen-name to rtd-recon-name
               else
                   move "NONE" to rtd-recon-name
               end-if
               move "RETAINED" to rtd-status
           end-if
           write retn-report-line from retn-detail.

       build-source-names.
           move spaces to prime-in-name
           string "PRIMEOUT" delimited by size
               ctl-suffix-part delimited by space
               into prime-in-name
           move spaces to recon-in-name
           string "RECONRPT" delimited by size
               ctl-suffix-part delimited by space
               into recon-in-name.

       build-generation-names.
           move spaces to prime-gen-name
           string "PRIMEOUT" delimited by size
               ctl-suffix-part delimited by space
               "G" delimited by size
               slot-generation delimited by size
               into prime-gen-name
           move spaces to recon-gen-name
           string "RECONRPT" delimited by size
               ctl-suffix-part delimited by space
               "G" delimited by size
               slot-generation delimited by size
               into recon-gen-name.

       verify-source-primeout.
           move spaces to retain-status
           move "N" to pin-trailer-seen-sw
           move 0 to pin-read-count
           move 0 to pin-read-hash
           move 0 to pin-trailer-count
           move 0 to pin-trailer-hash
           open input prime-in-file
           if not primein-file-ok
               move "MISSING" to retain-status
           else
               perform until primein-file-eof
                   read prime-in-file
                       at end
                           continue
                       not at end
                           perform total-one-prime
                   end-read
               end-perform
               close prime-in-file
               if not pin-trailer-seen
                   move "NOTRAILR" to retain-status
               else
                   if pin-trailer-count not = pin-read-count
                       or pin-trailer-hash not = pin-read-hash
                       move "UNVERIFD" to retain-status
                   end-if
               end-if
           end-if.

       total-one-prime.
           move prime-in-record(1:1) to pin-rec-type
           evaluate pin-rec-type
               when "D"
                   add 1 to pin-read-count
                   move prime-in-record(2:8) to pin-work-value
                   add pin-work-value to pin-read-hash
               when "T"
                   move "Y" to pin-trailer-seen-sw
                   move prime-in-record(2:9) to pin-trailer-count
                   move prime-in-record(11:15) to pin-trailer-hash
               when other
                   continue
           end-evaluate.

      *----------------------------------------------------------
      * The slot for tonight: the generation already holding
      * this night if the stream is being rerun, else the first
      * unused generation, else the one holding the oldest
      * night, which rotates out.
      *----------------------------------------------------------
       choose-generation-slot.
           move "N" to slot-found-sw
           move 0 to slot-generation
           move 0 to oldest-generation
           move 9999999999999999 to oldest-stamp
           perform varying gx from 1 by 1
                   until gx > generation-count or slot-found
               move ctl-suffix-part to gcat-suffix
               move gx to gcat-generation
               read catalog-file
                   invalid key
                       if slot-generation = 0
                           move gx to slot-generation
                       end-if
                   not invalid key
                       if gcat-run-date = stream-run-date
                           move gx to slot-generation
                           move "Y" to slot-found-sw
                       else
                           compute entry-stamp =
                               gcat-run-date * 100000000
                               + gcat-run-time
                           if entry-stamp < oldest-stamp
                               move entry-stamp to oldest-stamp
                               move gx to oldest-generation
                           end-if
                       end-if
               end-read
           end-perform
           if slot-generation = 0
               move oldest-generation to slot-generation
           end-if
           move ctl-suffix-part to gcat-suffix
           move slot-generation to gcat-generation
           move "N" to slot-on-file-sw
           read catalog-file
               invalid key
                   continue
               not invalid key
                   move "Y" to slot-on-file-sw
           end-read.

       copy-primeout-generation.
           open input prime-in-file
           open output prime-gen-file
           perform until primein-file-eof
               read prime-in-file
                   at end
                       continue
                   not at end
                       write prime-gen-record from prime-in-record
               end-read
           end-perform
           close prime-gen-file
           close prime-in-file.

      *----------------------------------------------------------
      * No RECONRPT behind a COMPLETE request means PRIMDIST cut
      * empty deltas that night; the catalog says so, and the
      * slot's old RECONRPT generation is never read again.
      *----------------------------------------------------------
       copy-reconrpt-generation.
           move "N" to gcat-recon-sw
           open input recon-in-file
           if reconin-file-ok
               open output recon-gen-file
               perform until reconin-file-eof
                   read recon-in-file
                       at end
                           continue
                       not at end
                           write recon-gen-record from recon-in-record
                   end-read
               end-perform
               close recon-gen-file
               close recon-in-file
               move "Y" to gcat-recon-sw
           end-if.

       catalog-generation.
           move ctl-suffix-part to gcat-suffix
           move slot-generation to gcat-generation
           move stream-run-date to gcat-run-date
           move stream-run-time to gcat-run-time
           move ctl-requestor-part to gcat-requestor
           move ctl-range-start to gcat-range-start
           move ctl-range-end to gcat-range-end
           move pin-trailer-count to gcat-count
           move pin-trailer-hash to gcat-hash
           move run-date to gcat-retained-date
           if slot-on-file
               rewrite catalog-record
           else
               write catalog-record
           end-if
           if not gcat-file-ok
               display "PRIMRETN: GENCAT UPDATE FAILED, STATUS "
                   gcat-file-status
               move 16 to return-code
               perform write-step-time
               stop run
           end-if.

       write-retn-trailer.
           move spaces to retn-report-line
           write retn-report-line
           move requests-read to count-display
           move spaces to retn-report-line
           string "COMPLETE REQUESTS    " delimited by size
               count-display delimited by size
               into retn-report-line
           write retn-report-line
           move requests-retained to count-display
           move spaces to retn-report-line
           string "GENERATIONS RETAINED " delimited by size
               count-display delimited by size
               into retn-report-line
           write retn-report-line
           move requests-refused to count-display
           move spaces to retn-report-line
           string "NOT RETAINED         " delimited by size
               count-display delimited by size
               into retn-report-line
           write retn-report-line.

      *----------------------------------------------------------
      * The step-timing log PRIMWNDW and PRIMFCST read: one
      * record per run of this step with its start and end, what
      * it got through and how it finished.  It is a measurement
      * only, so a log that cannot be opened is noted on SYSOUT
      * and the step's own result stands.
      *----------------------------------------------------------
       write-step-time.
           move "PRIMRETN" to stm-step
           move "S" to stm-type
           move spaces to stm-requestor
           move space to stm-suffix
           move run-date to stm-start-date
           move run-time to stm-start-time
           accept stm-end-date from date yyyymmdd
           accept stm-end-time from time
           move requests-read to stm-records
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
               display "PRIMRETN: STEPTIME NOT WRITTEN, STATUS "
                   stim-file-status
           end-if.
