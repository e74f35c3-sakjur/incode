       identification division.
       program-id.     primwndw.
       author.         Emil Tullstedt.
       date-written.   Oct 15 2026.
      * Modification history:
      *   2026-10-15  ET   Original batch window report: we used to
      *                    find out a night had overrun when the
      *                    online region came up late.  Off the
      *                    step-timing log (STEPTIME) this lists each
      *                    night of the last WNDWPARM history nights
      *                    step by step - start, end, elapsed, the
      *                    step's usual elapsed over the other
      *                    nights, return code and records - and
      *                    sets the night's first start and last end
      *                    against the window.  A step flagged LONG
      *                    ran past WNDWPARM's percentage of its
      *                    usual time (default 150) and by more than
      *                    its minimum (default 60 seconds), so one
      *                    slow second on a short step is not news.
      *                    A window that ends at or before it starts
      *                    runs past midnight, and a step started in
      *                    the small hours is that night's, not the
      *                    next.  Return code 4 when the latest night
      *                    overran or had a LONG step.

       environment division.
       input-output section.
       file-control.
           select window-parm-file assign to "WNDWPARM"
               organization is line sequential
               file status is wparm-file-status.

           select step-time-file assign to "STEPTIME"
               organization is line sequential
               file status is stim-file-status.

           select window-report-file assign to "WNDWRPT"
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

       fd  window-report-file.
       01  window-report-line           pic x(90).

       working-storage section.
       01  wparm-file-status pic xx.
           88 wparm-file-ok value "00".
       01  stim-file-status pic xx.
           88 stim-file-ok value "00".
           88 stim-file-eof value "10".

       01  window-start pic 9(4) value 2200.
       01  window-end pic 9(4) value 0600.
       01  history-nights pic 9(3) value 30.
       01  long-percent pic 9(3) value 150.
       01  long-seconds pic 9(4) value 60.
       01  window-wraps-sw pic x value "N".
           88 window-wraps value "Y".

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
       01  night-day-serial pic 9(7).
       01  history-floor-serial pic 9(7).

       01  night-date pic 9(8).
       01  nd-year pic 9(4).
       01  nd-mmdd pic 9(4).
       01  nd-month pic 9(2).
       01  nd-day pic 9(2).
       01  leap-work pic 9(4).
       01  leap-4 pic 9(1).
       01  leap-100 pic 9(2).
       01  leap-400 pic 9(3).
       01  month-length-values pic x(24)
               value "312831303130313130313031".
       01  month-length-table redefines month-length-values.
           05 month-length occurs 12 times pic 9(2).

       01  time-to-convert pic 9(8).
       01  tcv-hours pic 9(2).
       01  tcv-minutes pic 9(2).
       01  tcv-seconds pic 9(2).
       01  tcv-hundredths pic 9(2).
       01  tcv-rest pic 9(6).
       01  time-cs pic 9(9).
       01  window-start-cs pic 9(9).
       01  window-end-cs pic 9(11).
       01  night-cutoff-cs pic 9(9).

       01  entry-limit pic 9(4) value 3000.
       01  entry-count pic 9(4) value 0.
       01  entry-table-full-sw pic x value "N".
           88 entry-table-full value "Y".
       01  ex pic 9(4).
       01  night-first pic 9(4).
       01  night-last pic 9(4).
       01  entry-table.
           05 entry-row occurs 3000 times.
               10 ent-night pic 9(8).
               10 ent-step pic x(8).
               10 ent-start-time pic 9(8).
               10 ent-end-time pic 9(8).
               10 ent-start-rel pic 9(11).
               10 ent-end-rel pic 9(11).
               10 ent-elapsed pic 9(11).
               10 ent-records pic 9(9).
               10 ent-return-code pic 9(2).
               10 ent-step-at pic 9(2).

       01  step-limit pic 9(2) value 40.
       01  step-count pic 9(2) value 0.
       01  sx pic 9(2).
       01  step-found-at pic 9(2).
       01  step-table.
           05 step-entry occurs 40 times.
               10 stp-name pic x(8).
               10 stp-runs pic 9(5).
               10 stp-cs pic 9(13).

       01  other-runs pic 9(5).
       01  usual-cs pic 9(11).
       01  entry-flag pic x(8).
       01  night-start-rel pic 9(11).
       01  night-end-rel pic 9(11).
       01  night-long-count pic 9(3).
       01  night-overran-sw pic x.
           88 night-overran value "Y".
       01  latest-needs-look-sw pic x value "N".
           88 latest-needs-look value "Y".

       01  nights-reported pic 9(5) value 0.
       01  steps-reported pic 9(5) value 0.
       01  long-steps pic 9(5) value 0.
       01  nights-overran pic 9(5) value 0.

       01  elapsed-work-cs pic 9(11).
       01  elapsed-seconds pic 9(9).
       01  elapsed-display.
           05  eld-minutes pic z(4)9.
           05  filler pic x(1) value ":".
           05  eld-seconds pic 9(2).
       01  clock-work pic 9(11).
       01  clock-days pic 9(3).
       01  clock-cs pic 9(9).
       01  clock-display.
           05  clk-hours pic 9(2).
           05  filler pic x(1) value ":".
           05  clk-minutes pic 9(2).
           05  filler pic x(1) value ":".
           05  clk-seconds pic 9(2).
       01  window-start-display.
           05  wsd-hours pic 9(2).
           05  filler pic x(1) value ":".
           05  wsd-minutes pic 9(2).
       01  window-end-display.
           05  wed-hours pic 9(2).
           05  filler pic x(1) value ":".
           05  wed-minutes pic 9(2).

       01  step-detail.
           05  filler pic x(2) value spaces.
           05  wdd-step pic x(8).
           05  filler pic x(2) value spaces.
           05  wdd-start pic x(8).
           05  filler pic x(2) value spaces.
           05  wdd-end pic x(8).
           05  filler pic x(2) value spaces.
           05  wdd-elapsed pic x(8).
           05  filler pic x(2) value spaces.
           05  wdd-usual pic x(8).
           05  filler pic x(2) value spaces.
           05  wdd-return-code pic z9.
           05  filler pic x(2) value spaces.
           05  wdd-records pic z(8)9.
           05  filler pic x(2) value spaces.
           05  wdd-flag pic x(8).
           05  filler pic x(15) value spaces.

       01  count-display pic z(4)9.
       01  nights-display pic zz9.
       01  seconds-display pic zzz9.
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
               run-day-serial - history-nights - 1
           perform load-step-timings
           perform open-window-report
           move 1 to night-first
           perform until night-first > entry-count
               perform report-one-night
           end-perform
           perform write-window-trailer
           close window-report-file
           if latest-needs-look
               move 4 to return-code
           end-if
           stop run.

      *----------------------------------------------------------
      * Window as hhmm, history nights and the LONG rule, with
      * the same defaults PRIMFCST takes.  A window that wraps
      * midnight has a daytime gap between its end and its
      * start; a step started before the middle of that gap is
      * the previous night's overrun, after it tonight's early
      * start.
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
                       if wparm-long-percent-x is numeric
                           and wparm-long-percent > 100
                           move wparm-long-percent to long-percent
                       end-if
                       if wparm-long-seconds-x is numeric
                           move wparm-long-seconds to long-seconds
                       end-if
               end-read
               close window-parm-file
           end-if
           divide window-start by 100 giving wsd-hours
               remainder wsd-minutes
           divide window-end by 100 giving wed-hours
               remainder wed-minutes
           compute window-start-cs =
               wsd-hours * 360000 + wsd-minutes * 6000
           compute window-end-cs =
               wed-hours * 360000 + wed-minutes * 6000
           if window-end not > window-start
               move "Y" to window-wraps-sw
               compute night-cutoff-cs =
                   (window-end-cs + window-start-cs) / 2
               add 8640000 to window-end-cs
           end-if.

      *----------------------------------------------------------
      * The S records only - one per run of a step - in the
      * order they were logged, which is the order they ran in.
      *----------------------------------------------------------
       load-step-timings.
           open input step-time-file
           if not stim-file-ok
               display "PRIMWNDW: STEPTIME NOT AVAILABLE, STATUS "
                   stim-file-status
           else
               perform until stim-file-eof
                   read step-time-file
                       at end
                           continue
                       not at end
                           if stm-step-entry
                               and stm-start-date is numeric
                               and stm-start-time is numeric
                               and stm-end-date is numeric
                               and stm-end-time is numeric
                               perform store-one-timing
                           end-if
                   end-read
               end-perform
               close step-time-file
           end-if
           if entry-table-full
               display "PRIMWNDW: TIMING TABLE FULL, LATER RUNS "
                   "NOT REPORTED"
           end-if.

       store-one-timing.
           move stm-start-date to date-to-convert
           perform convert-date-to-days
           move day-serial to start-day-serial
           move stm-end-date to date-to-convert
           perform convert-date-to-days
           move day-serial to end-day-serial
           move stm-start-time to time-to-convert
           perform convert-time-to-cs
           move stm-start-date to night-date
           move start-day-serial to night-day-serial
           if window-wraps
               and time-cs < night-cutoff-cs
               perform step-back-one-day
               subtract 1 from night-day-serial
           end-if
           if night-day-serial > history-floor-serial
               if entry-count < entry-limit
                   add 1 to entry-count
                   perform fill-one-entry
               else
                   move "Y" to entry-table-full-sw
               end-if
           end-if.

       fill-one-entry.
           move night-date to ent-night(entry-count)
           move stm-step to ent-step(entry-count)
           move stm-start-time to ent-start-time(entry-count)
           move stm-end-time to ent-end-time(entry-count)
           compute ent-start-rel(entry-count) =
               (start-day-serial - night-day-serial) * 8640000
               + time-cs
           move stm-end-time to time-to-convert
           perform convert-time-to-cs
           compute ent-end-rel(entry-count) =
               (end-day-serial - night-day-serial) * 8640000
               + time-cs
           if ent-end-rel(entry-count) > ent-start-rel(entry-count)
               compute ent-elapsed(entry-count) =
                   ent-end-rel(entry-count)
                   - ent-start-rel(entry-count)
           else
               move 0 to ent-elapsed(entry-count)
           end-if
           move stm-records to ent-records(entry-count)
           if stm-return-code is numeric
               move stm-return-code to ent-return-code(entry-count)
           else
               move 0 to ent-return-code(entry-count)
           end-if
           perform find-step-entry
           move step-found-at to ent-step-at(entry-count)
           if step-found-at > 0
               and ent-return-code(entry-count) < 16
               add 1 to stp-runs(step-found-at)
               add ent-elapsed(entry-count) to stp-cs(step-found-at)
           end-if.

       find-step-entry.
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
                   display "PRIMWNDW: STEP TABLE FULL, "
                       stm-step " HAS NO USUAL TIME"
               end-if
           end-if.

       open-window-report.
           move history-nights to nights-display
           move long-seconds to seconds-display
           open output window-report-file
           move spaces to window-report-line
           string "PRIME BATCH WINDOW REPORT" delimited by size
               into window-report-line
           write window-report-line
           move spaces to window-report-line
           string "RUN DATE " delimited by size
               run-date delimited by size
               "   RUN TIME " delimited by size
               run-time delimited by size
               into window-report-line
           write window-report-line
           move spaces to window-report-line
           string "WINDOW " delimited by size
               window-start-display delimited by size
               "-" delimited by size
               window-end-display delimited by size
               "   HISTORY NIGHTS " delimited by size
               nights-display delimited by size
               "   LONG OVER " delimited by size
               long-percent delimited by size
               " PCT AND " delimited by size
               seconds-display delimited by size
               " SECONDS" delimited by size
               into window-report-line
           write window-report-line.

      *----------------------------------------------------------
      * One night: the entries from NIGHT-FIRST that carry its
      * date, each against its step's usual elapsed on the other
      * nights, then the night's span against the window.
      *----------------------------------------------------------
       report-one-night.
           move night-first to night-last
           perform until night-last >= entry-count
               or ent-night(night-last + 1)
                   not = ent-night(night-first)
               add 1 to night-last
           end-perform
           add 1 to nights-reported
           move 0 to night-long-count
           move "N" to night-overran-sw
           move ent-start-rel(night-first) to night-start-rel
           move ent-end-rel(night-first) to night-end-rel
           move spaces to window-report-line
           write window-report-line
           move spaces to window-report-line
           string "NIGHT " delimited by size
               ent-night(night-first) delimited by size
               into window-report-line
           write window-report-line
           move spaces to window-report-line
           string "  STEP      START     END        ELAPSED     "
               "USUAL  RC    RECORDS  FLAG" delimited by size
               into window-report-line
           write window-report-line
           perform varying ex from night-first by 1
                   until ex > night-last
               perform report-one-step
           end-perform
           perform write-night-summary
           if night-last = entry-count
               if night-overran or night-long-count > 0
                   move "Y" to latest-needs-look-sw
               end-if
           end-if
           compute night-first = night-last + 1.

       report-one-step.
           add 1 to steps-reported
           if ent-start-rel(ex) < night-start-rel
               move ent-start-rel(ex) to night-start-rel
           end-if
           if ent-end-rel(ex) > night-end-rel
               move ent-end-rel(ex) to night-end-rel
           end-if
           move spaces to step-detail
           move ent-step(ex) to wdd-step
           move ent-start-rel(ex) to clock-work
           perform format-clock
           move clock-display to wdd-start
           move ent-end-rel(ex) to clock-work
           perform format-clock
           move clock-display to wdd-end
           move ent-elapsed(ex) to elapsed-work-cs
           perform format-elapsed
           move elapsed-display to wdd-elapsed
           move ent-return-code(ex) to wdd-return-code
           move ent-records(ex) to wdd-records
           perform compute-usual-elapsed
           if other-runs > 0
               move usual-cs to elapsed-work-cs
               perform format-elapsed
               move elapsed-display to wdd-usual
           else
               move "     NEW" to wdd-usual
           end-if
           move spaces to entry-flag
           evaluate true
               when ent-return-code(ex) >= 16
                   move "FAILED" to entry-flag
               when other-runs < 2
                   continue
               when ent-elapsed(ex) * 100 > usual-cs * long-percent
                   and ent-elapsed(ex) > usual-cs + long-seconds * 100
                   move "LONG" to entry-flag
                   add 1 to long-steps
                   add 1 to night-long-count
               when other
                   continue
           end-evaluate
           move entry-flag to wdd-flag
           write window-report-line from step-detail.

      *----------------------------------------------------------
      * Usual is the step's average over the other nights' runs
      * that finished; a run that failed says nothing about how
      * long the step takes.
      *----------------------------------------------------------
       compute-usual-elapsed.
           move 0 to other-runs
           move 0 to usual-cs
           if ent-step-at(ex) > 0
               move stp-runs(ent-step-at(ex)) to other-runs
               move stp-cs(ent-step-at(ex)) to usual-cs
               if ent-return-code(ex) < 16
                   subtract 1 from other-runs
                   subtract ent-elapsed(ex) from usual-cs
               end-if
               if other-runs > 0
                   compute usual-cs rounded = usual-cs / other-runs
               else
                   move 0 to usual-cs
               end-if
           end-if.

       write-night-summary.
           move spaces to window-report-line
           move night-start-rel to clock-work
           perform format-clock
           string "  FIRST START " delimited by size
               clock-display delimited by size
               into window-report-line
           move night-end-rel to clock-work
           perform format-clock
           move "LAST END" to window-report-line(26:8)
           move clock-display to window-report-line(35:8)
           if clock-days > 0
               move "+1" to window-report-line(44:2)
           end-if
           compute elapsed-work-cs = night-end-rel - night-start-rel
           perform format-elapsed
           move "SPAN" to window-report-line(48:4)
           move elapsed-display to window-report-line(53:8)
           if night-end-rel > window-end-cs
               move "Y" to night-overran-sw
               add 1 to nights-overran
               compute elapsed-work-cs = night-end-rel - window-end-cs
               perform format-elapsed
               move "OVERRAN BY" to window-report-line(63:10)
               move elapsed-display to window-report-line(74:8)
           else
               move "WITHIN WINDOW" to window-report-line(63:13)
           end-if
           write window-report-line.

       write-window-trailer.
           move spaces to window-report-line
           write window-report-line
           if entry-count = 0
               move spaces to window-report-line
               string "NO STEP TIMINGS IN THE HISTORY NIGHTS"
                   delimited by size into window-report-line
               write window-report-line
           end-if
           move nights-reported to count-display
           move spaces to window-report-line
           string "NIGHTS REPORTED      " delimited by size
               count-display delimited by size
               into window-report-line
           write window-report-line
           move nights-overran to count-display
           move spaces to window-report-line
           string "NIGHTS OVERRAN       " delimited by size
               count-display delimited by size
               into window-report-line
           write window-report-line
           move steps-reported to count-display
           move spaces to window-report-line
           string "STEPS REPORTED       " delimited by size
               count-display delimited by size
               into window-report-line
           write window-report-line
           move long-steps to count-display
           move spaces to window-report-line
           string "STEPS FLAGGED LONG   " delimited by size
               count-display delimited by size
               into window-report-line
           write window-report-line.

      *----------------------------------------------------------
      * The calendar day before NIGHT-DATE.
      *----------------------------------------------------------
       step-back-one-day.
           divide night-date by 10000 giving nd-year
               remainder nd-mmdd
           divide nd-mmdd by 100 giving nd-month
               remainder nd-day
           if nd-day > 1
               subtract 1 from nd-day
           else
               if nd-month = 1
                   move 12 to nd-month
                   subtract 1 from nd-year
               else
                   subtract 1 from nd-month
               end-if
               move month-length(nd-month) to nd-day
               if nd-month = 2
                   divide nd-year by 4 giving leap-work
                       remainder leap-4
                   divide nd-year by 100 giving leap-work
                       remainder leap-100
                   divide nd-year by 400 giving leap-work
                       remainder leap-400
                   if leap-4 = 0
                       and (leap-100 not = 0 or leap-400 = 0)
                       move 29 to nd-day
                   end-if
               end-if
           end-if
           compute night-date =
               nd-year * 10000 + nd-month * 100 + nd-day.

      *----------------------------------------------------------
      * Hundredths of a second as minutes and seconds, and a
      * point in time from the night's midnight as a clock time
      * and the days it runs over.
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
           divide clock-cs by 6000 giving clk-minutes
               remainder clock-cs
           divide clock-cs by 100 giving clk-seconds.

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
