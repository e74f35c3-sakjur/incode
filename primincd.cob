       identification division.
       program-id.     primincd.
       author.         Emil Tullstedt.
       date-written.   Oct 15 2026.
      * Modification history:
      *   2026-10-15  ET   Original exception incident tracker: PRIME's
      *                    EXCPFILE and PRIMACKM's DLVEXCP are
      *                    replaced every night, so the desk could not
      *                    tell a new problem from the fifth night of
      *                    the same one.  This program folds each
      *                    night's exception records into a keyed
      *                    incident file (INCIDENT) by exception code
      *                    and requestor: a record with no open
      *                    incident behind it opens one, a record
      *                    that matches an open incident bumps its
      *                    occurrence count, and a night folded
      *                    twice is recognized and not counted again.
      *                    An incident that keeps coming back for a
      *                    parameter number of nights (INCDPARM,
      *                    default 3) is escalated one severity step
      *                    - 4 to 8, 8 to 12 - and written to
      *                    INCDEXCP in the EXCPFILE layout with the
      *                    return code set to match, so the
      *                    scheduler can key off repeat offenders.
      *                    The aging report (INCDRPT) lists the open
      *                    incidents by severity and days open.
      *                    INCDMNT acknowledges, assigns and closes
      *                    them.
      *   2026-10-15  ET   Also fold MERGEXCP, where PRIMMERG gathers
      *                    the partition steps' exceptions and its
      *                    own merge failures.
      *   2026-10-15  ET   Also fold FCSTEXCP, so a night forecast to
      *                    overrun the batch window (WNDWOVER) is
      *                    tracked as an incident and escalates when
      *                    it keeps happening.
      *   2026-10-15  ET   Exception files are folded in the order the
      *                    stream writes them - FCSTEXCP, MERGEXCP,
      *                    EXCPFILE, DLVEXCP - so a code raised for
      *                    the same requestor by PRIMMERG and again
      *                    by PRIME is counted from both, instead of
      *                    the earlier record being skipped as
      *                    already folded.
      *   2026-10-15  ET   Each run now appends its start and end,
      *                    records read and return code to the
      *                    shared step-timing log (STEPTIME) that
      *                    PRIMWNDW and PRIMFCST report from,
      *                    including the runs that stop on a fatal
      *                    failure.

       environment division.
       input-output section.
       file-control.
           select incd-parm-file assign to "INCDPARM"
               organization is line sequential
               file status is iparm-file-status.

           select exception-in-file assign to "EXCPFILE"
               organization is line sequential
               file status is excp-file-status.

           select delivery-excp-file assign to "DLVEXCP"
               organization is line sequential
               file status is dlvx-file-status.

           select merge-excp-file assign to "MERGEXCP"
               organization is line sequential
               file status is mrgx-file-status.

           select forecast-excp-file assign to "FCSTEXCP"
               organization is line sequential
               file status is fcsx-file-status.

           select incident-file assign to "INCIDENT"
               organization is indexed
               access mode is dynamic
               record key is inc-number
               alternate record key is inc-match-key with duplicates
               file status is inc-file-status.

           select incident-report-file assign to "INCDRPT"
               organization is line sequential.

           select exception-out-file assign to "INCDEXCP"
               organization is line sequential.

           select step-time-file assign to "STEPTIME"
               organization is line sequential
               file status is stim-file-status.

       data division.
       file section.
       fd  incd-parm-file.
       01  incd-parm-record.
           05  iparm-escalate-nights    pic 9(3).
           05  iparm-escalate-nights-x redefines
                   iparm-escalate-nights
                                        pic x(3).

       fd  exception-in-file.
       01  exception-in-record          pic x(74).

       fd  delivery-excp-file.
       01  delivery-excp-record         pic x(74).

       fd  merge-excp-file.
       01  merge-excp-record            pic x(74).

       fd  forecast-excp-file.
       01  forecast-excp-record         pic x(74).

       fd  incident-file.
       01  incident-record.
           05  inc-number               pic 9(6).
           05  inc-match-key.
               10  inc-code             pic x(8).
               10  inc-requestor        pic x(8).
           05  inc-status               pic x(1).
               88  inc-open             value "O".
               88  inc-acknowledged     value "A".
               88  inc-closed           value "C".
           05  inc-source               pic x(8).
           05  inc-orig-severity        pic 9(2).
           05  inc-severity             pic 9(2).
           05  inc-first-date           pic 9(8).
           05  inc-last-seen.
               10  inc-last-seen-date   pic 9(8).
               10  inc-last-seen-time   pic 9(8).
           05  inc-last-fold.
               10  inc-last-fold-date   pic 9(8).
               10  inc-last-fold-time   pic 9(8).
           05  inc-occurrences          pic 9(5).
           05  inc-nights               pic 9(5).
           05  inc-last-text            pic x(40).
           05  inc-assigned-to          pic x(8).
           05  inc-ack-by               pic x(8).
           05  inc-ack-date             pic 9(8).
           05  inc-closed-by            pic x(8).
           05  inc-closed-date          pic 9(8).
           05  inc-note                 pic x(30).
       01  incident-control-record.
           05  ictl-number              pic 9(6).
           05  ictl-match-key           pic x(16).
           05  ictl-last-number         pic 9(6).
           05  filler                   pic x(167).

       fd  incident-report-file.
       01  incident-report-line         pic x(120).

       fd  exception-out-file.
       01  exception-out-record.
           05  excp-run-date            pic 9(8).
           05  excp-run-time            pic 9(8).
           05  excp-severity            pic 9(2).
           05  excp-code                pic x(8).
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
       01  iparm-file-status pic xx.
           88 iparm-file-ok value "00".
       01  excp-file-status pic xx.
           88 excp-file-ok value "00".
           88 excp-file-eof value "10".
       01  dlvx-file-status pic xx.
           88 dlvx-file-ok value "00".
           88 dlvx-file-eof value "10".
       01  mrgx-file-status pic xx.
           88 mrgx-file-ok value "00".
           88 mrgx-file-eof value "10".
       01  fcsx-file-status pic xx.
           88 fcsx-file-ok value "00".
           88 fcsx-file-eof value "10".
       01  inc-file-status pic xx.
           88 inc-file-ok value "00".
           88 inc-file-eof value "10".
           88 inc-not-found value "23".
           88 inc-missing value "35".
       01  stim-file-status pic xx.
           88 stim-file-ok value "00".

       01  escalate-nights pic 9(3) value 3.
       01  last-incident-number pic 9(6) value 0.

      *----------------------------------------------------------
      * Every exception file in the stream shares the EXCPFILE
      * layout, so each record is read into this one area and
      * folded the same way whichever step wrote it.
      *----------------------------------------------------------
       01  fold-exception.
           05  fold-stamp.
               10  fold-run-date pic 9(8).
               10  fold-run-time pic 9(8).
           05  fold-severity pic 9(2).
           05  fold-severity-x redefines fold-severity pic x(2).
           05  fold-code pic x(8).
           05  fold-requestor pic x(8).
           05  fold-text pic x(40).
       01  fold-source pic x(8).

       01  run-stamp.
           05  run-date pic 9(8).
           05  run-time pic 9(8).

       01  latest-found-sw pic x.
           88 latest-found value "Y".
       01  match-done-sw pic x.
           88 match-done value "Y".
       01  latest-number pic 9(6).
       01  latest-status pic x(1).
           88 latest-closed value "C".
       01  latest-last-seen pic x(16).
       01  latest-last-fold pic x(16).
       01  fold-action-sw pic x.
           88 fold-skip value "S".
           88 fold-bump value "B".
           88 fold-new value "N".
       01  night-added-sw pic x.
           88 night-added value "Y".

       01  file-read-count pic 9(5).
       01  file-bumped-count pic 9(5).
       01  file-new-count pic 9(5).
       01  file-skipped-count pic 9(5).
       01  total-read pic 9(5) value 0.
       01  total-bumped pic 9(5) value 0.
       01  total-new pic 9(5) value 0.
       01  total-skipped pic 9(5) value 0.
       01  escalated-tonight pic 9(5) value 0.
       01  escalations-written pic 9(5) value 0.

       01  highest-severity pic 9(2) value 0.
       01  excp-new-severity pic 9(2).
       01  excp-new-code pic x(8).
       01  excp-new-requestor pic x(8).
       01  excp-new-text pic x(40).

       01  severity-open-table.
           05 severity-open-count occurs 100 times pic 9(5).
       01  sx pic 9(3).
       01  report-severity pic 9(2).
       01  open-listed pic 9(5) value 0.
       01  acknowledged-listed pic 9(5) value 0.
       01  escalated-listed pic 9(5) value 0.
       01  scan-done-sw pic x.
           88 scan-done value "Y".

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
       01  incident-age-days pic s9(7).

       01  fold-detail.
           05  fdd-source pic x(8).
           05  filler pic x(2) value spaces.
           05  fdd-read pic z(4)9.
           05  filler pic x(3) value spaces.
           05  fdd-bumped pic z(4)9.
           05  filler pic x(3) value spaces.
           05  fdd-new pic z(4)9.
           05  filler pic x(3) value spaces.
           05  fdd-skipped pic z(4)9.
           05  filler pic x(81) value spaces.

       01  incident-detail.
           05  ind-number pic z(5)9.
           05  filler pic x(2) value spaces.
           05  ind-severity pic z9.
           05  ind-escalated pic x(1).
           05  filler pic x(2) value spaces.
           05  ind-code pic x(8).
           05  filler pic x(2) value spaces.
           05  ind-requestor pic x(8).
           05  filler pic x(2) value spaces.
           05  ind-status pic x(5).
           05  filler pic x(2) value spaces.
           05  ind-days pic z(4)9.
           05  filler pic x(2) value spaces.
           05  ind-nights pic z(4)9.
           05  filler pic x(2) value spaces.
           05  ind-occurrences pic z(4)9.
           05  filler pic x(2) value spaces.
           05  ind-assigned pic x(8).
           05  filler pic x(2) value spaces.
           05  ind-text pic x(40).
           05  filler pic x(9) value spaces.

       01  number-display pic 9(6).
       01  nights-display pic z(4)9.
       01  count-display pic z(4)9.

       procedure division.
       main-logic.
           accept run-date from date yyyymmdd
           accept run-time from time
           move run-date to date-to-convert
           perform convert-date-to-days
           move day-serial to run-day-serial
           perform read-incd-parm
           perform open-incident-master
           open output exception-out-file
           perform open-incident-report
           perform fold-exception-files
           perform write-aging-section
           perform write-report-trailer
           close incident-report-file
           close exception-out-file
           close incident-file
           move highest-severity to return-code
           perform write-step-time
           stop run.

      *----------------------------------------------------------
      * The escalation threshold comes off INCDPARM in nights; a
      * missing or blank card keeps the default of 3 the way
      * VRFYPARM keeps its defaults.  Escalating on the first
      * night would escalate everything, so 1 is not honoured.
      *----------------------------------------------------------
       read-incd-parm.
           open input incd-parm-file
           if iparm-file-ok
               read incd-parm-file
                   at end
                       continue
                   not at end
                       if iparm-escalate-nights-x is numeric
                           and iparm-escalate-nights > 1
                           move iparm-escalate-nights
                               to escalate-nights
                       end-if
               end-read
               close incd-parm-file
           end-if.

      *----------------------------------------------------------
      * Open the incident file for update, creating it on the
      * very first run the way PRIMLOAD creates PRIMMSTR.  Record
      * zero is the control record that holds the last incident
      * number handed out; it is written the first time through.
      *----------------------------------------------------------
       open-incident-master.
           open i-o incident-file
           if inc-missing
               open output incident-file
               close incident-file
               open i-o incident-file
           end-if
           if not inc-file-ok
               display "PRIMINCD: INCIDENT OPEN FAILED, STATUS "
                   inc-file-status
               move 16 to return-code
               perform write-step-time
               stop run
           end-if
           move 0 to inc-number
           read incident-file
               invalid key
                   move spaces to incident-control-record
                   move 0 to ictl-number
                   move 0 to ictl-last-number
                   write incident-control-record
                       invalid key
                           display "PRIMINCD: INCIDENT CONTROL "
                               "RECORD WRITE FAILED, STATUS "
                               inc-file-status
                           move 16 to return-code
                           perform write-step-time
                           stop run
                   end-write
           end-read
           move ictl-last-number to last-incident-number.

       open-incident-report.
           open output incident-report-file
           move spaces to incident-report-line
           string "EXCEPTION INCIDENT AGING REPORT" delimited by size
               into incident-report-line
           write incident-report-line
           move spaces to incident-report-line
           string "RUN DATE " delimited by size
               run-date delimited by size
               "   RUN TIME " delimited by size
               run-time delimited by size
               into incident-report-line
           write incident-report-line
           move spaces to incident-report-line
           write incident-report-line
           move escalate-nights to count-display
           move spaces to incident-report-line
           string "ESCALATE AFTER NIGHTS " delimited by size
               count-display delimited by size
               into incident-report-line
           write incident-report-line
           move spaces to incident-report-line
           write incident-report-line.

      *----------------------------------------------------------
      * Fold tonight's exception files in the order the stream
      * writes them, so each incident sees its records oldest
      * first.  A file that is not there just means its step did
      * not run or had nothing to say; it is noted and passed
      * over.
      *----------------------------------------------------------
       fold-exception-files.
           move spaces to incident-report-line
           string "EXCEPTION FILES FOLDED" delimited by size
               into incident-report-line
           write incident-report-line
           move spaces to incident-report-line
           string "SOURCE     READ  BUMPED     NEW SKIPPED"
               delimited by size into incident-report-line
           write incident-report-line
           perform fold-fcstexcp
           perform fold-mergexcp
           perform fold-excpfile
           perform fold-dlvexcp
           move spaces to incident-report-line
           write incident-report-line.

       fold-fcstexcp.
           move "FCSTEXCP" to fold-source
           perform clear-file-counts
           open input forecast-excp-file
           if fcsx-file-ok
               perform until fcsx-file-eof
                   read forecast-excp-file into fold-exception
                       at end
                           continue
                       not at end
                           perform fold-one-exception
                   end-read
               end-perform
               close forecast-excp-file
               perform write-fold-line
           else
               perform write-fold-missing-line
           end-if.

       fold-mergexcp.
           move "MERGEXCP" to fold-source
           perform clear-file-counts
           open input merge-excp-file
           if mrgx-file-ok
               perform until mrgx-file-eof
                   read merge-excp-file into fold-exception
                       at end
                           continue
                       not at end
                           perform fold-one-exception
                   end-read
               end-perform
               close merge-excp-file
               perform write-fold-line
           else
               perform write-fold-missing-line
           end-if.

       fold-excpfile.
           move "EXCPFILE" to fold-source
           perform clear-file-counts
           open input exception-in-file
           if excp-file-ok
               perform until excp-file-eof
                   read exception-in-file into fold-exception
                       at end
                           continue
                       not at end
                           perform fold-one-exception
                   end-read
               end-perform
               close exception-in-file
               perform write-fold-line
           else
               perform write-fold-missing-line
           end-if.

       fold-dlvexcp.
           move "DLVEXCP" to fold-source
           perform clear-file-counts
           open input delivery-excp-file
           if dlvx-file-ok
               perform until dlvx-file-eof
                   read delivery-excp-file into fold-exception
                       at end
                           continue
                       not at end
                           perform fold-one-exception
                   end-read
               end-perform
               close delivery-excp-file
               perform write-fold-line
           else
               perform write-fold-missing-line
           end-if.

       clear-file-counts.
           move 0 to file-read-count
           move 0 to file-bumped-count
           move 0 to file-new-count
           move 0 to file-skipped-count.

      *----------------------------------------------------------
      * Find the latest incident on file for this code and
      * requestor.  A record older than the last one that
      * incident saw, or the same run's record coming round a
      * second time in a later fold, has been counted already
      * and is skipped.  Otherwise it bumps the incident if that
      * is still open and opens a new one if not.
      *----------------------------------------------------------
       fold-one-exception.
           add 1 to file-read-count
           add 1 to total-read
           if fold-severity-x is not numeric
               move 0 to fold-severity
           end-if
           perform find-latest-incident
           evaluate true
               when fold-code = spaces
                   set fold-skip to true
               when not latest-found
                   set fold-new to true
               when fold-stamp < latest-last-seen
                   set fold-skip to true
               when fold-stamp = latest-last-seen
                   and latest-last-fold not = run-stamp
                   set fold-skip to true
               when latest-closed
                   set fold-new to true
               when other
                   set fold-bump to true
           end-evaluate
           evaluate true
               when fold-skip
                   add 1 to file-skipped-count
                   add 1 to total-skipped
               when fold-new
                   perform open-new-incident
               when fold-bump
                   perform bump-open-incident
           end-evaluate.

       find-latest-incident.
           move "N" to latest-found-sw
           move "N" to match-done-sw
           move fold-code to inc-code
           move fold-requestor to inc-requestor
           start incident-file key is equal to inc-match-key
               invalid key
                   move "Y" to match-done-sw
           end-start
           perform until match-done
               read incident-file next record
                   at end
                       move "Y" to match-done-sw
                   not at end
                       if inc-code not = fold-code
                           or inc-requestor not = fold-requestor
                           move "Y" to match-done-sw
                       else
                           move "Y" to latest-found-sw
                           move inc-number to latest-number
                           move inc-status to latest-status
                           move inc-last-seen to latest-last-seen
                           move inc-last-fold to latest-last-fold
                       end-if
               end-read
           end-perform.

       open-new-incident.
           add 1 to last-incident-number
           move 0 to inc-number
           read incident-file
               invalid key
                   display "PRIMINCD: INCIDENT CONTROL RECORD LOST"
                   move 16 to return-code
                   perform write-step-time
                   stop run
           end-read
           move last-incident-number to ictl-last-number
           rewrite incident-control-record
           move spaces to incident-record
           move last-incident-number to inc-number
           move fold-code to inc-code
           move fold-requestor to inc-requestor
           set inc-open to true
           move fold-source to inc-source
           move fold-severity to inc-orig-severity
           move fold-severity to inc-severity
           move fold-run-date to inc-first-date
           move fold-stamp to inc-last-seen
           move run-stamp to inc-last-fold
           move 1 to inc-occurrences
           move 1 to inc-nights
           move fold-text to inc-last-text
           move 0 to inc-ack-date
           move 0 to inc-closed-date
           move "Y" to night-added-sw
           perform check-escalation
           write incident-record
               invalid key
                   display "PRIMINCD: INCIDENT WRITE FAILED, NUMBER "
                       inc-number " STATUS " inc-file-status
                   move 16 to return-code
                   perform write-step-time
                   stop run
           end-write
           add 1 to file-new-count
           add 1 to total-new.

       bump-open-incident.
           move latest-number to inc-number
           read incident-file
               invalid key
                   display "PRIMINCD: INCIDENT " latest-number
                       " VANISHED DURING FOLD"
                   move 16 to return-code
                   perform write-step-time
                   stop run
           end-read
           add 1 to inc-occurrences
           move "N" to night-added-sw
           if fold-run-date > inc-last-seen-date
               add 1 to inc-nights
               move "Y" to night-added-sw
           end-if
           if fold-severity > inc-orig-severity
               move fold-severity to inc-orig-severity
           end-if
           if inc-orig-severity > inc-severity
               move inc-orig-severity to inc-severity
           end-if
           move fold-stamp to inc-last-seen
           move run-stamp to inc-last-fold
           move fold-text to inc-last-text
           perform check-escalation
           rewrite incident-record
           add 1 to file-bumped-count
           add 1 to total-bumped.

      *----------------------------------------------------------
      * A repeat offender is an incident that has come back on
      * the threshold number of nights.  It goes up one step the
      * first time it qualifies and stays there; each further
      * night it comes back, the escalated severity is raised
      * again on INCDEXCP so the scheduler keeps seeing it.  A 16
      * is already the top of the scale and is left alone.
      *----------------------------------------------------------
       check-escalation.
           if inc-nights >= escalate-nights
               and night-added
               if inc-severity = inc-orig-severity
                   evaluate true
                       when inc-severity < 8
                           move 8 to inc-severity
                           add 1 to escalated-tonight
                       when inc-severity < 12
                           move 12 to inc-severity
                           add 1 to escalated-tonight
                       when other
                           continue
                   end-evaluate
               end-if
               if inc-severity > inc-orig-severity
                   perform write-escalation-exception
               end-if
           end-if.

       write-escalation-exception.
           move inc-severity to excp-new-severity
           move "INCESCAL" to excp-new-code
           move inc-requestor to excp-new-requestor
           move inc-number to number-display
           move inc-nights to nights-display
           move spaces to excp-new-text
           string number-display delimited by size
               " " delimited by size
               inc-code delimited by size
               " NIGHTS " delimited by size
               nights-display delimited by size
               into excp-new-text
           perform log-exception
           add 1 to escalations-written.

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

       write-fold-line.
           move spaces to fold-detail
           move fold-source to fdd-source
           move file-read-count to fdd-read
           move file-bumped-count to fdd-bumped
           move file-new-count to fdd-new
           move file-skipped-count to fdd-skipped
           write incident-report-line from fold-detail.

       write-fold-missing-line.
           move spaces to incident-report-line
           string fold-source delimited by size
               "  NOT AVAILABLE - NOTHING FOLDED" delimited by size
               into incident-report-line
           write incident-report-line.

      *----------------------------------------------------------
      * Open and acknowledged incidents, most severe first and,
      * within a severity, oldest first - incident numbers are
      * handed out in date order, so number order is days-open
      * order.  One pass counts the open incidents at each
      * severity; the listing then makes one pass per severity
      * that has any.
      *----------------------------------------------------------
       write-aging-section.
           move spaces to incident-report-line
           string "OPEN INCIDENTS BY SEVERITY AND DAYS OPEN"
               delimited by size into incident-report-line
           write incident-report-line
           move spaces to incident-report-line
           string "NUMBER  SEV  CODE      REQUESTR  STAT    "
               "DAYS NIGHTS OCCURS  ASSIGNED  LAST EXCEPTION TEXT"
               delimited by size into incident-report-line
           write incident-report-line
           perform varying sx from 1 by 1 until sx > 100
               move 0 to severity-open-count(sx)
           end-perform
           perform start-incident-scan
           perform until scan-done
               read incident-file next record
                   at end
                       move "Y" to scan-done-sw
                   not at end
                       if inc-number > 0
                           and not inc-closed
                           add 1 to severity-open-count
                               (inc-severity + 1)
                       end-if
               end-read
           end-perform
           perform varying sx from 100 by -1 until sx < 1
               if severity-open-count(sx) > 0
                   compute report-severity = sx - 1
                   perform write-severity-group
               end-if
           end-perform
           if open-listed = 0
               move spaces to incident-report-line
               string "NO OPEN INCIDENTS" delimited by size
                   into incident-report-line
               write incident-report-line
           end-if.

       start-incident-scan.
           move "N" to scan-done-sw
           move 1 to inc-number
           start incident-file key is not less than inc-number
               invalid key
                   move "Y" to scan-done-sw
           end-start.

       write-severity-group.
           perform start-incident-scan
           perform until scan-done
               read incident-file next record
                   at end
                       move "Y" to scan-done-sw
                   not at end
                       if not inc-closed
                           and inc-severity = report-severity
                           perform write-one-incident-line
                       end-if
               end-read
           end-perform.

       write-one-incident-line.
           move inc-first-date to date-to-convert
           perform convert-date-to-days
           compute incident-age-days = run-day-serial - day-serial
           if incident-age-days < 0
               move 0 to incident-age-days
           end-if
           move spaces to incident-detail
           move inc-number to ind-number
           move inc-severity to ind-severity
           if inc-severity > inc-orig-severity
               move "*" to ind-escalated
               add 1 to escalated-listed
           end-if
           move inc-code to ind-code
           move inc-requestor to ind-requestor
           if inc-acknowledged
               move "ACKED" to ind-status
               add 1 to acknowledged-listed
           else
               move "OPEN" to ind-status
           end-if
           move incident-age-days to ind-days
           move inc-nights to ind-nights
           move inc-occurrences to ind-occurrences
           move inc-assigned-to to ind-assigned
           move inc-last-text to ind-text
           write incident-report-line from incident-detail
           add 1 to open-listed.

      *----------------------------------------------------------
      * Turn a yyyymmdd date into a day serial so ages subtract
      * cleanly across month and year ends - the same formula
      * PRIMVRFY ages its records with.
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

       write-report-trailer.
           move spaces to incident-report-line
           write incident-report-line
           move total-read to count-display
           move spaces to incident-report-line
           string "EXCEPTIONS READ       " delimited by size
               count-display delimited by size
               into incident-report-line
           write incident-report-line
           move total-new to count-display
           move spaces to incident-report-line
           string "INCIDENTS OPENED      " delimited by size
               count-display delimited by size
               into incident-report-line
           write incident-report-line
           move total-bumped to count-display
           move spaces to incident-report-line
           string "OCCURRENCES ADDED     " delimited by size
               count-display delimited by size
               into incident-report-line
           write incident-report-line
           move total-skipped to count-display
           move spaces to incident-report-line
           string "ALREADY FOLDED        " delimited by size
               count-display delimited by size
               into incident-report-line
           write incident-report-line
           move escalated-tonight to count-display
           move spaces to incident-report-line
           string "ESCALATED TONIGHT     " delimited by size
               count-display delimited by size
               into incident-report-line
           write incident-report-line
           move escalations-written to count-display
           move spaces to incident-report-line
           string "ESCALATIONS RAISED    " delimited by size
               count-display delimited by size
               into incident-report-line
           write incident-report-line
           move open-listed to count-display
           move spaces to incident-report-line
           string "INCIDENTS OPEN        " delimited by size
               count-display delimited by size
               into incident-report-line
           write incident-report-line
           move acknowledged-listed to count-display
           move spaces to incident-report-line
           string "  OF WHICH ACKED      " delimited by size
               count-display delimited by size
               into incident-report-line
           write incident-report-line
           move escalated-listed to count-display
           move spaces to incident-report-line
           string "  OF WHICH ESCALATED  " delimited by size
               count-display delimited by size
               into incident-report-line
           write incident-report-line.

      *----------------------------------------------------------
      * The step-timing log PRIMWNDW and PRIMFCST read: one
      * record per run of this step with its start and end, what
      * it got through and how it finished.  It is a measurement
      * only, so a log that cannot be opened is noted on SYSOUT
      * and the step's own result stands.
      *----------------------------------------------------------
       write-step-time.
           move "PRIMINCD" to stm-step
           move "S" to stm-type
           move spaces to stm-requestor
           move space to stm-suffix
           move run-date to stm-start-date
           move run-time to stm-start-time
           accept stm-end-date from date yyyymmdd
           accept stm-end-time from time
           move total-read to stm-records
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
               display "PRIMINCD: STEPTIME NOT WRITTEN, STATUS "
                   stim-file-status
           end-if.
