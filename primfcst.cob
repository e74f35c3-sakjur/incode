       identification division.
       program-id.     primfcst.
       author.         Emil Tullstedt.
       date-written.   Oct 15 2026.
      * Modification history:
      *   2026-10-15  ET   Original runtime forecast: run after
      *                    PRIMSKED and before PRIME, it reads the
      *                    PARMIN just generated and forecasts how
      *                    long tonight's PRIME will take off the
      *                    step-timing log (STEPTIME).  Each card is
      *                    scaled by its range size from the PRIME
      *                    request timings of the same size band -
      *                    8-digit ranges off 8-digit runs, and so
      *                    on, the nearest band with history when
      *                    its own has none - over the last WNDWPARM
      *                    history nights.  A split card counts at
      *                    its first (largest) partition's size in
      *                    the parallel phase, since partition step
      *                    01 runs every split card's first
      *                    partition one after the other; single
      *                    cards add up in the normal run.  The
      *                    usual time of the steps that follow PRIME
      *                    is added on, and the projected finish is
      *                    set against the window's end.  A forecast
      *                    past the window raises WNDWOVER (severity
      *                    4) on FCSTEXCP with the return code to
      *                    match, so the desk can defer requests
      *                    before PRIME is started; FCSTRPT shows the
      *                    card-by-card working.
      *   2026-10-15  ET   A run before a wrapping window opens is
      *                    measured against tomorrow's close, not
      *                    the close already passed this morning.
      *   2026-10-15  ET   A split card also counts the normal run
      *                    that finishes it from its merged file,
      *                    scaled by the whole range off PRIME's M
      *                    timings banded the same way, and shown on
      *                    a MERGED line under the card.  The split,
      *                    merge and retention steps now log their
      *                    timings and are averaged with the steps
      *                    after PRIME as the stream's other steps.
      *   2026-10-15  ET   Each run now appends its start and end,
      *                    cards read and return code to STEPTIME
      *                    itself; its own runs, like PRIMSKED's,
      *                    come before PRIME and are not counted
      *                    among the other stream steps.

       environment division.
       input-output section.
       file-control.
           select window-parm-file assign to "WNDWPARM"
               organization is line sequential
               file status is wparm-file-status.

           select parm-file assign to "PARMIN"
               organization is line sequential
               file status is parm-file-status.

           select step-time-file assign to "STEPTIME"
               organization is line sequential
               file status is stim-file-status.

           select forecast-report-file assign to "FCSTRPT"
               organization is line sequential.

           select exception-out-file assign to "FCSTEXCP"
               organization is line sequential.

       data division.
       file section.
       fd  window-parm-file.
       01  window-parm-record.
           05  wparm-window-start       pic 9(4).
           05  wparm-window-start-x redefines wparm-window-start
                                        pic x(4).
           05  wparm-window-end         pic 9(4).
           05  wparm-window-end-x redefines wparm-window-end
                                        pic x(4).
           05  wparm-history-nights     pic 9(3).
           05  wparm-history-nights-x redefines wparm-history-nights
                                        pic x(3).
           05  wparm-long-percent       pic 9(3).
           05  wparm-long-percent-x redefines wparm-long-percent
                                        pic x(3).
           05  wparm-long-seconds       pic 9(4).
           05  wparm-long-seconds-x redefines wparm-long-seconds
                                        pic x(4).

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

       fd  forecast-report-file.
       01  forecast-report-line         pic x(90).

       fd  exception-out-file.
       01  exception-out-record.
           05  excp-run-date            pic 9(8).
           05  excp-run-time            pic 9(8).
           05  excp-severity            pic 9(2).
           05  excp-code                pic x(8).
           05  excp-requestor           pic x(8).
           05  excp-text                pic x(40).

       working-storage section.
       01  wparm-file-status pic xx.
           88 wparm-file-ok value "00".
       01  parm-file-status pic xx.
           88 parm-file-ok value "00".
           88 parm-file-eof value "10".
       01  stim-file-status pic xx.
           88 stim-file-ok value "00".
           88 stim-file-eof value "10".

       01  window-start pic 9(4) value 2200.
       01  window-end pic 9(4) value 0600.
       01  history-nights pic 9(3) value 30.

       01  date-to-convert pic 9(8).
       01  cvt-year pic 9(4).
       01  cvt-mmdd pic 9(4).
       01  cvt-month pic 9(2).
       01  cvt-day pic 9(2).
       01  cvt-work-month pic 9(2).
       01  cvt-quarters pic 9(7).
       01  cvt-centuries pic 9(7).
       01  cvt-quad-cent pic 9(7).
       01  cvt-month-days pic 9(7).
       01  day-serial pic 9(7).
       01  run-day-serial pic 9(7).
       01  start-day-serial pic 9(7).
       01  end-day-serial pic 9(7).
       01  history-floor-serial pic 9(7).

       01  time-to-convert pic 9(8).
       01  tcv-hours pic 9(2).
       01  tcv-minutes pic 9(2).
       01  tcv-seconds pic 9(2).
       01  tcv-hundredths pic 9(2).
       01  tcv-rest pic 9(6).
       01  time-cs pic 9(9).
       01  start-cs pic 9(9).
       01  elapsed-cs pic s9(11).

       01  history-runs pic 9(5) value 0.
       01  bx pic 9(2).
       01  band-offset pic 9(2).
       01  size-band pic 9(2).
       01  history-band pic 9(2).
       01  band-table.
           05 band-entry occurs 8 times.
               10 band-runs pic 9(5).
               10 band-cs pic 9(13).
               10 band-size pic 9(13).
       01  merged-band-table.
           05 merged-band-entry occurs 8 times.
               10 mband-runs pic 9(5).
               10 mband-cs pic 9(13).
               10 mband-size pic 9(13).

       01  step-limit pic 9(2) value 30.
       01  step-count pic 9(2) value 0.
       01  sx pic 9(2).
       01  step-found-at pic 9(2).
       01  step-table.
           05 step-entry occurs 30 times.
               10 stp-name pic x(8).
               10 stp-runs pic 9(5).
               10 stp-cs pic 9(13).
       01  step-average-cs pic 9(11).

       01  card-size pic 9(9).
       01  card-partitions pic 9(2).
       01  forecast-size pic 9(9).
       01  card-forecast-cs pic 9(11).
       01  merged-size pic 9(9).
       01  merged-forecast-cs pic 9(11).
       01  card-status pic x(8).
       01  parallel-cs pic 9(11) value 0.
       01  serial-cs pic 9(11) value 0.
       01  downstream-cs pic 9(11) value 0.
       01  total-forecast-cs pic 9(11).
       01  cards-read pic 9(5) value 0.
       01  cards-unforecast pic 9(5) value 0.

       01  now-cs pic 9(9).
       01  window-start-cs pic 9(9).
       01  window-end-cs pic 9(11).
       01  projected-cs pic 9(11).
       01  overrun-cs pic 9(11).
       01  clock-work pic 9(11).
       01  clock-days pic 9(3).
       01  clock-cs pic 9(9).

       01  highest-severity pic 9(2) value 0.
       01  excp-new-severity pic 9(2).
       01  excp-new-code pic x(8).
       01  excp-new-requestor pic x(8).
       01  excp-new-text pic x(40).

       01  elapsed-work-cs pic 9(11).
       01  elapsed-seconds pic 9(9).
       01  elapsed-display.
           05  eld-minutes pic z(4)9.
           05  filler pic x(1) value ":".
           05  eld-seconds pic 9(2).
       01  clock-display.
           05  clk-hours pic 9(2).
           05  filler pic x(1) value ":".
           05  clk-minutes pic 9(2).
       01  window-start-display.
           05  wsd-hours pic 9(2).
           05  filler pic x(1) value ":".
           05  wsd-minutes pic 9(2).
       01  window-end-display.
           05  wed-hours pic 9(2).
           05  filler pic x(1) value ":".
           05  wed-minutes pic 9(2).

       01  forecast-detail.
           05  fcd-requestor pic x(8).
           05  filler pic x(2) value spaces.
           05  fcd-start pic x(8).
           05  filler pic x(1) value "-".
           05  fcd-end pic x(8).
           05  filler pic x(2) value spaces.
           05  fcd-suffix pic x(1).
           05  filler pic x(2) value spaces.
           05  fcd-partitions pic x(2).
           05  filler pic x(2) value spaces.
           05  fcd-phase pic x(8).
           05  filler pic x(2) value spaces.
           05  fcd-size pic z(8)9.
           05  filler pic x(2) value spaces.
           05  fcd-basis pic x(14).
           05  filler pic x(2) value spaces.
           05  fcd-forecast pic x(8).
           05  filler pic x(9) value spaces.

       01  step-detail.
           05  sdt-name pic x(8).
           05  filler pic x(6) value spaces.
           05  sdt-runs pic z(4)9.
           05  filler pic x(2) value spaces.
           05  sdt-average pic x(8).
           05  filler pic x(61) value spaces.

       01  count-display pic z(4)9.
       01  nights-display pic zz9.
       01  run-date pic 9(8).
       01  run-time pic 9(8).

       procedure division.
       main-logic.
           accept run-date from date yyyymmdd
           accept run-time from time
           perform read-window-parm
           move run-date to date-to-convert
           perform convert-date-to-days
           move day-serial to run-day-serial
           compute history-floor-serial =
               run-day-serial - history-nights
           open output exception-out-file
           perform load-step-history
           perform open-forecast-report
           perform forecast-parm-cards
           perform write-downstream-steps
           perform write-forecast-trailer
           close forecast-report-file
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
      * The window the stream has to fit in, as hhmm, and how
      * many nights of timings to forecast from.  A window that
      * ends at or before its start runs past midnight.  Missing
      * or unusable fields keep the defaults: 22:00 to 06:00
      * over the last 30 nights.
      *----------------------------------------------------------
       read-window-parm.
           open input window-parm-file
           if wparm-file-ok
               read window-parm-file
                   at end
                       continue
                   not at end
                       if wparm-window-start-x is numeric
                           and wparm-window-start-x(1:2) < "24"
                           and wparm-window-start-x(3:2) < "60"
                           move wparm-window-start to window-start
                       end-if
                       if wparm-window-end-x is numeric
                           and wparm-window-end-x(1:2) < "24"
                           and wparm-window-end-x(3:2) < "60"
                           move wparm-window-end to window-end
                       end-if
                       if wparm-history-nights-x is numeric
                           and wparm-history-nights > 0
                           move wparm-history-nights
                               to history-nights
                       end-if
               end-read
               close window-parm-file
           end-if
           divide window-start by 100 giving wsd-hours
               remainder wsd-minutes
           divide window-end by 100 giving wed-hours
               remainder wed-minutes.

      *----------------------------------------------------------
      * Read the step-timing log once.  PRIME's R records - one
      * request sieved, partition or whole - go into the size
      * band of their range by digit count, and its M records -
      * a split request finished off its merged file - into a
      * band table of their own; the S records of the stream's
      * other steps, bar PRIMSKED and this one, are averaged per
      * step.  Runs that died on a fatal error are not a usual
      * duration and are left out, as is anything older than the
      * history nights.
      *----------------------------------------------------------
       load-step-history.
           perform varying bx from 1 by 1 until bx > 8
               move 0 to band-runs(bx)
               move 0 to band-cs(bx)
               move 0 to band-size(bx)
               move 0 to mband-runs(bx)
               move 0 to mband-cs(bx)
               move 0 to mband-size(bx)
           end-perform
           open input step-time-file
           if not stim-file-ok
               display "PRIMFCST: STEPTIME NOT AVAILABLE, STATUS "
                   stim-file-status ", NO HISTORY"
           else
               perform until stim-file-eof
                   read step-time-file
                       at end
                           continue
                       not at end
                           perform take-one-step-time
                   end-read
               end-perform
               close step-time-file
           end-if.

       take-one-step-time.
           if stm-start-date is numeric
               and stm-start-time is numeric
               and stm-end-date is numeric
               and stm-end-time is numeric
               and stm-return-code is numeric
               and stm-return-code < 16
               move stm-start-date to date-to-convert
               perform convert-date-to-days
               move day-serial to start-day-serial
               if start-day-serial > history-floor-serial
                   perform compute-entry-elapsed
                   evaluate true
                       when stm-request-entry
                           and stm-range-size is numeric
                           and stm-range-size > 0
                           perform store-request-timing
                       when stm-merged-entry
                           and stm-range-size is numeric
                           and stm-range-size > 0
                           perform store-merged-timing
                       when stm-step-entry
                           and stm-step(1:5) not = "PRIME"
                           and stm-step not = "PRIMSKED"
                           and stm-step not = "PRIMFCST"
                           perform store-step-timing
                       when other
                           continue
                   end-evaluate
               end-if
           end-if.

      *----------------------------------------------------------
      * Elapsed time of one log record in hundredths of a second,
      * across midnight and month ends by way of the day serial.
      * A clock that went backwards counts as no time at all.
      *----------------------------------------------------------
       compute-entry-elapsed.
           move stm-end-date to date-to-convert
           perform convert-date-to-days
           move day-serial to end-day-serial
           move stm-start-time to time-to-convert
           perform convert-time-to-cs
           move time-cs to start-cs
           move stm-end-time to time-to-convert
           perform convert-time-to-cs
           compute elapsed-cs =
               (end-day-serial - start-day-serial) * 8640000
               + time-cs - start-cs
           if elapsed-cs < 0
               move 0 to elapsed-cs
           end-if.

       store-request-timing.
           move stm-range-size to card-size
           perform find-size-band
           add 1 to history-runs
           add 1 to band-runs(size-band)
           add elapsed-cs to band-cs(size-band)
           add stm-range-size to band-size(size-band).

       store-merged-timing.
           move stm-range-size to card-size
           perform find-size-band
           add 1 to history-runs
           add 1 to mband-runs(size-band)
           add elapsed-cs to mband-cs(size-band)
           add stm-range-size to mband-size(size-band).

       store-step-timing.
           move 0 to step-found-at
           perform varying sx from 1 by 1
                   until sx > step-count or step-found-at > 0
               if stp-name(sx) = stm-step
                   move sx to step-found-at
               end-if
           end-perform
           if step-found-at = 0
               if step-count < step-limit
                   add 1 to step-count
                   move step-count to step-found-at
                   move stm-step to stp-name(step-count)
                   move 0 to stp-runs(step-count)
                   move 0 to stp-cs(step-count)
               else
                   display "PRIMFCST: STEP TABLE FULL, "
                       stm-step " NOT AVERAGED"
               end-if
           end-if
           if step-found-at > 0
               add 1 to stp-runs(step-found-at)
               add elapsed-cs to stp-cs(step-found-at)
           end-if.

      *----------------------------------------------------------
      * Size band is the digit count of the range size, 1 to 8.
      *----------------------------------------------------------
       find-size-band.
           evaluate true
               when card-size < 10
                   move 1 to size-band
               when card-size < 100
                   move 2 to size-band
               when card-size < 1000
                   move 3 to size-band
               when card-size < 10000
                   move 4 to size-band
               when card-size < 100000
                   move 5 to size-band
               when card-size < 1000000
                   move 6 to size-band
               when card-size < 10000000
                   move 7 to size-band
               when other
                   move 8 to size-band
           end-evaluate.

       open-forecast-report.
           open output forecast-report-file
           move spaces to forecast-report-line
           string "PRIME RUNTIME FORECAST" delimited by size
               into forecast-report-line
           write forecast-report-line
           move spaces to forecast-report-line
           string "RUN DATE " delimited by size
               run-date delimited by size
               "   RUN TIME " delimited by size
               run-time delimited by size
               into forecast-report-line
           write forecast-report-line
           move history-runs to count-display
           move history-nights to nights-display
           move spaces to forecast-report-line
           string "WINDOW " delimited by size
               window-start-display delimited by size
               "-" delimited by size
               window-end-display delimited by size
               "   HISTORY NIGHTS " delimited by size
               nights-display delimited by size
               "   PRIME RUNS ON FILE " delimited by size
               count-display delimited by size
               into forecast-report-line
           write forecast-report-line
           move spaces to forecast-report-line
           write forecast-report-line
           move spaces to forecast-report-line
           string "REQUESTR  RANGE              S  PN  PHASE     "
               "     SIZE  BASIS           FORECAST"
               delimited by size into forecast-report-line
           write forecast-report-line.

      *----------------------------------------------------------
      * Every PARMIN card PRIME would take.  Cards PRIME's edit
      * is sure to reject are shown and not counted; the
      * entitlement and exclusion screening is PRIME's to do and
      * is not second-guessed here.
      *----------------------------------------------------------
       forecast-parm-cards.
           open input parm-file
           if not parm-file-ok
               move spaces to forecast-report-line
               string "NO PARMIN - NOTHING TO FORECAST"
                   delimited by size into forecast-report-line
               write forecast-report-line
           else
               perform until parm-file-eof
                   read parm-file
                       at end
                           continue
                       not at end
                           perform forecast-one-card
                   end-read
               end-perform
               close parm-file
           end-if.

       forecast-one-card.
           add 1 to cards-read
           move parm-rec-requestor to fcd-requestor
           move parm-rec-start-x to fcd-start
           move parm-rec-end-x to fcd-end
           move parm-rec-suffix to fcd-suffix
           move parm-rec-partitions-x to fcd-partitions
           move spaces to fcd-phase
           move 0 to fcd-size
           move spaces to fcd-basis
           move spaces to fcd-forecast
           move 0 to forecast-size
           move 0 to card-forecast-cs
           move spaces to card-status
           evaluate true
               when parm-rec-start-x is not numeric
                   or parm-rec-end-x is not numeric
                   move "NOT RUN" to card-status
               when parm-rec-end < parm-rec-start
                   move "NOT RUN" to card-status
               when other
                   compute card-size =
                       parm-rec-end - parm-rec-start + 1
                   move card-size to merged-size
                   perform set-card-partitions
           end-evaluate
           if card-status not = "NOT RUN"
               perform forecast-card-size
           end-if
           if card-status = "NOT RUN"
               add 1 to cards-unforecast
               move "NOT RUN" to fcd-phase
               move "FAILS EDIT" to fcd-basis
           else
               move forecast-size to fcd-size
               move card-status to fcd-phase
               move card-forecast-cs to elapsed-work-cs
               perform format-elapsed
               move elapsed-display to fcd-forecast
               if card-status = "PARALLEL"
                   add card-forecast-cs to parallel-cs
               else
                   add card-forecast-cs to serial-cs
               end-if
           end-if
           write forecast-report-line from forecast-detail
           if card-status = "PARALLEL"
               perform forecast-merged-finish
           end-if.

      *----------------------------------------------------------
      * Blank, 00 and 01 run single in the normal PRIME.  2-20
      * within the range's size run split; the first partition
      * is the largest, the remainder going to the low ones.
      *----------------------------------------------------------
       set-card-partitions.
           move card-size to forecast-size
           move "SERIAL" to card-status
           if parm-rec-partitions-x = spaces
               move 1 to card-partitions
           else
               if parm-rec-partitions-x is not numeric
                   or parm-rec-partitions > 20
                   or parm-rec-partitions > card-size
                   move "NOT RUN" to card-status
               else
                   move parm-rec-partitions to card-partitions
               end-if
           end-if
           if card-status = "SERIAL"
               and card-partitions > 1
               compute forecast-size =
                   (card-size + card-partitions - 1)
                   / card-partitions
               move "PARALLEL" to card-status
           end-if.

      *----------------------------------------------------------
      * The card's own size band first, then one band either
      * side, then two, smaller before larger, until a band with
      * history turns up; its hundredths per value sieved scale
      * the forecast.  No history anywhere and the card is shown
      * and not counted.
      *----------------------------------------------------------
       forecast-card-size.
           move forecast-size to card-size
           perform find-size-band
           move 0 to history-band
           perform varying band-offset from 0 by 1
                   until band-offset > 7 or history-band > 0
               if size-band > band-offset
                   compute bx = size-band - band-offset
                   if band-runs(bx) > 0
                       move bx to history-band
                   end-if
               end-if
               if history-band = 0
                   and size-band + band-offset <= 8
                   compute bx = size-band + band-offset
                   if band-runs(bx) > 0
                       move bx to history-band
                   end-if
               end-if
           end-perform
           if history-band = 0
               add 1 to cards-unforecast
               move "NO HISTORY" to fcd-basis
           else
               compute card-forecast-cs rounded =
                   forecast-size * band-cs(history-band)
                   / band-size(history-band)
               move spaces to fcd-basis
               if history-band = size-band
                   string "SIZE BAND " delimited by size
                       history-band delimited by size
                       into fcd-basis
               else
                   string "NEAR BAND " delimited by size
                       history-band delimited by size
                       into fcd-basis
               end-if
           end-if.

      *----------------------------------------------------------
      * A split card is finished by the normal run off its merged
      * file: the whole range, scaled the same way off PRIME's M
      * timings, added to the normal run.  With no M history the
      * line shows so and the card's own forecast stands.
      *----------------------------------------------------------
       forecast-merged-finish.
           move merged-size to card-size
           perform find-size-band
           move 0 to history-band
           perform varying band-offset from 0 by 1
                   until band-offset > 7 or history-band > 0
               if size-band > band-offset
                   compute bx = size-band - band-offset
                   if mband-runs(bx) > 0
                       move bx to history-band
                   end-if
               end-if
               if history-band = 0
                   and size-band + band-offset <= 8
                   compute bx = size-band + band-offset
                   if mband-runs(bx) > 0
                       move bx to history-band
                   end-if
               end-if
           end-perform
           move "MERGED" to fcd-phase
           move merged-size to fcd-size
           move spaces to fcd-basis
           move spaces to fcd-forecast
           if history-band = 0
               move "NO HISTORY" to fcd-basis
           else
               compute merged-forecast-cs rounded =
                   merged-size * mband-cs(history-band)
                   / mband-size(history-band)
               add merged-forecast-cs to serial-cs
               move merged-forecast-cs to elapsed-work-cs
               perform format-elapsed
               move elapsed-display to fcd-forecast
               if history-band = size-band
                   string "SIZE BAND " delimited by size
                       history-band delimited by size
                       into fcd-basis
               else
                   string "NEAR BAND " delimited by size
                       history-band delimited by size
                       into fcd-basis
               end-if
           end-if
           write forecast-report-line from forecast-detail.

      *----------------------------------------------------------
      * The stream's other steps at their usual length - the
      * split and merge around the partition steps and all that
      * follows PRIME.
      *----------------------------------------------------------
       write-downstream-steps.
           move spaces to forecast-report-line
           write forecast-report-line
           move spaces to forecast-report-line
           string "OTHER STREAM STEP   RUNS   AVERAGE"
               delimited by size into forecast-report-line
           write forecast-report-line
           if step-count = 0
               move spaces to forecast-report-line
               string "NO TIMINGS ON FILE" delimited by size
                   into forecast-report-line
               write forecast-report-line
           end-if
           perform varying sx from 1 by 1 until sx > step-count
               compute step-average-cs rounded =
                   stp-cs(sx) / stp-runs(sx)
               add step-average-cs to downstream-cs
               move stp-name(sx) to sdt-name
               move stp-runs(sx) to sdt-runs
               move step-average-cs to elapsed-work-cs
               perform format-elapsed
               move elapsed-display to sdt-average
               write forecast-report-line from step-detail
           end-perform.

      *----------------------------------------------------------
      * Projected finish is now plus the forecast.  A window
      * that wraps midnight ends tomorrow, unless we are already
      * in its small hours, when it ends today.
      *----------------------------------------------------------
       write-forecast-trailer.
           compute total-forecast-cs =
               parallel-cs + serial-cs + downstream-cs
           move run-time to time-to-convert
           perform convert-time-to-cs
           move time-cs to now-cs
           compute window-start-cs =
               wsd-hours * 360000 + wsd-minutes * 6000
           compute window-end-cs =
               wed-hours * 360000 + wed-minutes * 6000
           if window-end not > window-start
               and now-cs > window-end-cs
               add 8640000 to window-end-cs
           end-if
           compute projected-cs = now-cs + total-forecast-cs
           move spaces to forecast-report-line
           write forecast-report-line
           move parallel-cs to elapsed-work-cs
           move "PARTITION STEPS      " to forecast-report-line
           perform write-elapsed-line
           move serial-cs to elapsed-work-cs
           move "NORMAL PRIME RUN     " to forecast-report-line
           perform write-elapsed-line
           move downstream-cs to elapsed-work-cs
           move "OTHER STREAM STEPS   " to forecast-report-line
           perform write-elapsed-line
           move total-forecast-cs to elapsed-work-cs
           move "TOTAL FORECAST       " to forecast-report-line
           perform write-elapsed-line
           move projected-cs to clock-work
           perform format-clock
           move spaces to forecast-report-line
           string "PROJECTED FINISH        " delimited by size
               clock-display delimited by size
               into forecast-report-line
           if clock-days > 0
               move "+1 DAY" to forecast-report-line(31:6)
           end-if
           write forecast-report-line
           move spaces to forecast-report-line
           string "WINDOW ENDS             " delimited by size
               window-end-display delimited by size
               into forecast-report-line
           write forecast-report-line
           move cards-read to count-display
           move spaces to forecast-report-line
           string "CARDS READ           " delimited by size
               count-display delimited by size
               into forecast-report-line
           write forecast-report-line
           move cards-unforecast to count-display
           move spaces to forecast-report-line
           string "CARDS NOT FORECAST   " delimited by size
               count-display delimited by size
               into forecast-report-line
           write forecast-report-line
           if projected-cs > window-end-cs
               compute overrun-cs = projected-cs - window-end-cs
               move overrun-cs to elapsed-work-cs
               perform format-elapsed
               move spaces to forecast-report-line
               string "VERDICT              OVERRUNS WINDOW BY "
                   delimited by size
                   elapsed-display delimited by size
                   into forecast-report-line
               write forecast-report-line
               move 4 to excp-new-severity
               move "WNDWOVER" to excp-new-code
               move spaces to excp-new-requestor
               move spaces to excp-new-text
               string "FORECAST ENDS " delimited by size
                   clock-display delimited by size
                   ", WINDOW ENDS " delimited by size
                   window-end-display delimited by size
                   into excp-new-text
               perform log-exception
           else
               move spaces to forecast-report-line
               string "VERDICT              WITHIN WINDOW"
                   delimited by size into forecast-report-line
               write forecast-report-line
           end-if.

       write-elapsed-line.
           perform format-elapsed
           move elapsed-display to forecast-report-line(22:8)
           write forecast-report-line.

      *----------------------------------------------------------
      * Hundredths of a second as minutes and seconds, and a
      * point in time past midnight as a clock time and the days
      * it runs over.
      *----------------------------------------------------------
       format-elapsed.
           divide elapsed-work-cs by 100 giving elapsed-seconds
           divide elapsed-seconds by 60 giving eld-minutes
               remainder eld-seconds.

       format-clock.
           divide clock-work by 8640000 giving clock-days
               remainder clock-cs
           divide clock-cs by 360000 giving clk-hours
               remainder clock-cs
           divide clock-cs by 6000 giving clk-minutes.

       convert-time-to-cs.
           divide time-to-convert by 1000000
               giving tcv-hours remainder tcv-rest
           divide tcv-rest by 10000
               giving tcv-minutes remainder tcv-rest
           divide tcv-rest by 100
               giving tcv-seconds remainder tcv-hundredths
           compute time-cs = tcv-hours * 360000
               + tcv-minutes * 6000 + tcv-seconds * 100
               + tcv-hundredths.

      *----------------------------------------------------------
      * Turn a yyyymmdd date into a day serial, the same formula
      * the scheduler and the acknowledgment matcher use.
      *----------------------------------------------------------
       convert-date-to-days.
           divide date-to-convert by 10000
               giving cvt-year remainder cvt-mmdd
           divide cvt-mmdd by 100
               giving cvt-month remainder cvt-day
           if cvt-month <= 2
               add 12 to cvt-month
               subtract 1 from cvt-year
           end-if
           divide cvt-year by 4 giving cvt-quarters
           divide cvt-year by 100 giving cvt-centuries
           divide cvt-year by 400 giving cvt-quad-cent
           compute cvt-work-month = cvt-month + 1
           compute cvt-month-days = 153 * cvt-work-month
           divide cvt-month-days by 5 giving cvt-month-days
           compute day-serial = 365 * cvt-year
               + cvt-quarters - cvt-centuries + cvt-quad-cent
               + cvt-month-days + cvt-day.

      *----------------------------------------------------------
      * The step-timing log PRIMWNDW and PRIMFCST read: one
      * record per run of this step with its start and end, what
      * it got through and how it finished.  It is a measurement
      * only, so a log that cannot be opened is noted on SYSOUT
      * and the step's own result stands.
      *----------------------------------------------------------
       write-step-time.
           move "PRIMFCST" to stm-step
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
               display "PRIMFCST: STEPTIME NOT WRITTEN, STATUS "
                   stim-file-status
           end-if.
