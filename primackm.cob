      *                    dropping the delivery from the
      *                    matching, which is the exact lost-feed
      *                    hole this program exists to catch.
      *   2026-10-15  ET   Redeliveries: the REDELIVD lines PRIMREDL
      *                    writes on the redelivery manifest
      *                    (REDLMAN) are deliveries to confirm as
      *                    well.  Each is matched to the receipt
      *                    carrying the original night from columns
      *                    42-49 and aged from the day it was
      *                    re-sent; every delivery now carries its
      *                    own night and send date instead of all
      *                    sharing the manifest's.  The report shows
      *                    the night and marks redeliveries R.
      *   2026-10-15  ET   Each run now appends its start and end,
      *                    records processed and return code to the
      *                    shared step-timing log (STEPTIME) that
      *                    PRIMWNDW and PRIMFCST report from,
      *                    including the runs that stop on a fatal
      *                    OPEN failure.

       environment division.
       input-output section.
               organization is line sequential
               file status is man-file-status.

           select redelivery-file assign to "REDLMAN"
               organization is line sequential
               file status is redl-file-status.

           select receipt-file assign to "ACKFILE"
               organization is line sequential
               file status is ack-file-status.
           select exception-out-file assign to "DLVEXCP"
               organization is line sequential.

           select step-time-file assign to "STEPTIME"
               organization is line sequential
               file status is stim-file-status.

       data division.
       file section.
       fd  manifest-file.
       01  manifest-line                pic x(60).

       fd  redelivery-file.
       01  redelivery-line              pic x(60).

       fd  receipt-file.
       01  receipt-record.
           05  rcpt-subscriber          pic x(8).
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
       01  man-file-status pic xx.
           88 man-file-ok value "00".
           88 man-file-eof value "10".
       01  redl-file-status pic xx.
           88 redl-file-ok value "00".
           88 redl-file-eof value "10".
       01  ack-file-status pic xx.
           88 ack-file-ok value "00".
           88 ack-file-eof value "10".
       01  aparm-file-status pic xx.
           88 aparm-file-ok value "00".
       01  stim-file-status pic xx.
           88 stim-file-ok value "00".

       01  grace-days pic 9(3) value 3.
       01  aging-known-sw pic x value "N".
           88 receipt-table-full value "Y".

       01  manifest-run-date pic 9(8) value 0.
       01  redelivery-run-date pic 9(8) value 0.
       01  redl-night-part pic x(8).
       01  man-status-part pic x(8).
       01  man-count-part pic x(8).

               10 dlv-count pic 9(8).
               10 dlv-matched-sw pic x.
                   88 dlv-matched value "Y".
               10 dlv-night pic 9(8).
               10 dlv-sent-date pic 9(8).
               10 dlv-redelivery-sw pic x.
                   88 dlv-redelivery value "Y".

       01  receipt-limit pic 9(3) value 500.
       01  receipt-count pic 9(3) value 0.
       01  run-day-serial pic 9(7).
       01  manifest-day-serial pic 9(7).
       01  delivery-age-days pic s9(7).
       01  delivery-aged-sw pic x.
           88 delivery-aged value "Y".

       01  highest-severity pic 9(2) value 0.
       01  excp-new-severity pic 9(2).
       01  pending-count pic 9(3) value 0.
       01  unaged-count pic 9(3) value 0.
       01  orphan-count pic 9(3) value 0.
       01  redelivery-count pic 9(3) value 0.

       01  ack-detail.
           05  akd-subscriber pic x(8).
           05  filler pic x(2) value spaces.
           05  akd-status pic x(10).
           05  filler pic x(2) value spaces.
           05  akd-note pic x(27).
           05  filler pic x(1) value spaces.
           05  akd-night pic x(8).
           05  filler pic x(1) value spaces.
           05  akd-redelivered pic x(1).

       01  received-display pic z(7)9.
       01  count-display pic z(4)9.
           accept run-time from time
           perform read-ack-parm
           perform load-manifest-lines
           perform load-redelivery-lines
           perform load-receipt-file
           move run-date to date-to-convert
           perform convert-date-to-days
           move day-serial to run-day-serial
           if manifest-run-date > 0
               move "Y" to aging-known-sw
           end-if
           open output exception-out-file
           if not aging-known
           close ack-report-file
           close exception-out-file
           move highest-severity to return-code
           perform write-step-time
           stop run.

      *----------------------------------------------------------
               display "PRIMACKM: MANIFEST OPEN FAILED, STATUS "
                   man-file-status
               move 16 to return-code
               perform write-step-time
               stop run
           end-if
           perform until man-file-eof
                       move man-count-part
                           to dlv-count(delivery-count)
                       move "N" to dlv-matched-sw(delivery-count)
                       move manifest-run-date
                           to dlv-night(delivery-count)
                       move manifest-run-date
                           to dlv-sent-date(delivery-count)
                       move "N" to dlv-redelivery-sw(delivery-count)
                   else
                       display "PRIMACKM: DELIVERY TABLE FULL, "
                           "LINE FOR " manifest-line(1:8)
               end-if
           end-if.

      *----------------------------------------------------------
      * PRIMREDL's manifest, same columns, plus the original
      * night in 42-49: that is the night the subscriber's
      * receipt names, while the heading's date is the day the
      * file was re-sent and the one it ages from.  No REDLMAN
      * just means nothing was redelivered.
      *----------------------------------------------------------
       load-redelivery-lines.
           open input redelivery-file
           if redl-file-ok
               perform until redl-file-eof
                   read redelivery-file
                       at end
                           continue
                       not at end
                           perform store-one-redelivery-line
                   end-read
               end-perform
               close redelivery-file
           end-if.

       store-one-redelivery-line.
           if redelivery-line(1:9) = "RUN DATE "
               and redelivery-line(10:8) is numeric
               move redelivery-line(10:8) to redelivery-run-date
           end-if
           move redelivery-line(14:8) to man-status-part
           move redelivery-line(42:8) to redl-night-part
           if man-status-part = "REDELIVD"
               and redl-night-part is numeric
               move redelivery-line(32:8) to man-count-part
               inspect man-count-part replacing leading spaces
                   by zeros
               if man-count-part is numeric
                   if delivery-count < delivery-limit
                       add 1 to delivery-count
                       add 1 to redelivery-count
                       move redelivery-line(1:8)
                           to dlv-subscriber(delivery-count)
                       move man-count-part
                           to dlv-count(delivery-count)
                       move "N" to dlv-matched-sw(delivery-count)
                       move redl-night-part
                           to dlv-night(delivery-count)
                       move redelivery-run-date
                           to dlv-sent-date(delivery-count)
                       move "Y" to dlv-redelivery-sw(delivery-count)
                   else
                       display "PRIMACKM: DELIVERY TABLE FULL, "
                           "REDELIVERY FOR " redelivery-line(1:8)
                           " NOT MATCHED"
                       move "Y" to delivery-table-full-sw
                   end-if
               end-if
           end-if.

      *----------------------------------------------------------
      * One receipt per delivery the subscriber confirms.  A
      * missing ACKFILE is an empty one: every delivery past the
           write ack-report-line
           move spaces to ack-report-line
           string "SUBSCRIB  WRITTEN   RECEIVED  STATUS      NOTE"
               "                        NIGHT    R"
               delimited by size into ack-report-line
           write ack-report-line.

           end-perform.

       match-one-delivery.
           move "N" to delivery-aged-sw
           move 0 to delivery-age-days
           if dlv-sent-date(dx) > 0
               move dlv-sent-date(dx) to date-to-convert
               perform convert-date-to-days
               move day-serial to manifest-day-serial
               compute delivery-age-days =
                   run-day-serial - manifest-day-serial
               move "Y" to delivery-aged-sw
           end-if
           move "N" to receipt-found-sw
           move 0 to receipt-found-at
           perform varying cx from 1 by 1
                   until cx > receipt-count or receipt-found
               if rct-subscriber(cx) = dlv-subscriber(dx)
                   and rct-run-date(cx) = dlv-night(dx)
                   and not rct-used(cx)
                   move "Y" to receipt-found-sw
                   move cx to receipt-found-at
           move spaces to ack-detail
           move dlv-subscriber(dx) to akd-subscriber
           move dlv-count(dx) to akd-written
           move dlv-night(dx) to akd-night
           if dlv-redelivery(dx)
               move "R" to akd-redelivered
           end-if
           if receipt-found
               move "Y" to rct-used-sw(receipt-found-at)
               move "Y" to dlv-matched-sw(dx)
               end-if
           else
               move spaces to akd-received
               if not delivery-aged
                   add 1 to unaged-count
                   move "UNAGED" to akd-status
                   move "MANIFEST DATE UNKNOWN" to akd-note
                   move spaces to ack-detail
                   move rct-subscriber(cx) to akd-subscriber
                   move 0 to akd-written
                   move rct-run-date(cx) to akd-night
                   move rct-count(cx) to received-display
                   move received-display to akd-received
                   move "ORPHAN" to akd-status
           string "ORPHAN RECEIPTS      " delimited by size
               count-display delimited by size
               into ack-report-line
           write ack-report-line
           move redelivery-count to count-display
           move spaces to ack-report-line
           string "REDELIVERIES LISTED  " delimited by size
               count-display delimited by size
               into ack-report-line
           write ack-report-line.

      *----------------------------------------------------------
      * The step-timing log PRIMWNDW and PRIMFCST read: one
      * record per run of this step with its start and end, what
      * it got through and how it finished.  It is a measurement
      * only, so a log that cannot be opened is noted on SYSOUT
      * and the step's own result stands.
      *----------------------------------------------------------
       write-step-time.
           move "PRIMACKM" to stm-step
           move "S" to stm-type
           move spaces to stm-requestor
           move space to stm-suffix
           move run-date to stm-start-date
           move run-time to stm-start-time
           accept stm-end-date from date yyyymmdd
           accept stm-end-time from time
           move delivery-count to stm-records
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
               display "PRIMACKM: STEPTIME NOT WRITTEN, STATUS "
                   stim-file-status
           end-if.
