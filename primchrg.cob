       identification division.
       program-id.     primchrg.
       author.         Emil Tullstedt.
       date-written.   Oct 15 2026.
      * Modification history:
      *   2026-10-15  ET   Original month-end chargeback program:
      *                    finance recovers the cost of the
      *                    distribution feeds from the subscribers
      *                    that receive them.  The month's nightly
      *                    delivery manifests (MANIFEST, concatenated
      *                    in night order) and subscriber receipts
      *                    (ACKFILE) are matched the way PRIMACKM
      *                    matches them; every WRITTEN delivery in
      *                    the billing month (CHRGPARM) whose
      *                    receipt count agrees is priced off the
      *                    maintained rate table (CHRGRATE) by
      *                    format, per extract and per thousand
      *                    records, at the rate in effect that
      *                    night.  A statement per subscriber
      *                    (CHRGRPT) and a billing interface file
      *                    with H/D/T control records (CHRGBILL) are
      *                    written.  Deliveries never acknowledged,
      *                    acknowledged with a different count, or
      *                    with no rate are listed separately, not
      *                    billed, and carried forward (CHRGPEND in,
      *                    CHRGPNEW out) until a matching receipt
      *                    turns up in a later month.

       environment division.
       input-output section.
       file-control.
           select charge-parm-file assign to "CHRGPARM"
               organization is line sequential
               file status is cparm-file-status.

           select rate-file assign to "CHRGRATE"
               organization is line sequential
               file status is rate-file-status.

           select manifest-file assign to "MANIFEST"
               organization is line sequential
               file status is man-file-status.

           select receipt-file assign to "ACKFILE"
               organization is line sequential
               file status is ack-file-status.

           select pending-in-file assign to "CHRGPEND"
               organization is line sequential
               file status is pendin-file-status.

           select pending-out-file assign to "CHRGPNEW"
               organization is line sequential.

           select subscriber-file assign to "SUBSMSTR"
               organization is indexed
               access mode is sequential
               record key is subs-id
               file status is subs-file-status.

           select charge-report-file assign to "CHRGRPT"
               organization is line sequential.

           select bill-file assign to "CHRGBILL"
               organization is line sequential.

       data division.
       file section.
       fd  charge-parm-file.
       01  charge-parm-record.
           05  cparm-billing-month      pic 9(6).
           05  cparm-billing-month-x redefines cparm-billing-month
                                        pic x(6).

       fd  rate-file.
       01  rate-record.
           05  rate-format              pic x(1).
           05  rate-effective           pic 9(8).
           05  rate-effective-x redefines rate-effective
                                        pic x(8).
           05  rate-per-extract         pic 9(5)v99.
           05  rate-per-extract-x redefines rate-per-extract
                                        pic x(7).
           05  rate-per-thousand        pic 9(5)v99.
           05  rate-per-thousand-x redefines rate-per-thousand
                                        pic x(7).

       fd  manifest-file.
       01  manifest-line                pic x(60).

       fd  receipt-file.
       01  receipt-record.
           05  rcpt-subscriber          pic x(8).
           05  rcpt-run-date            pic 9(8).
           05  rcpt-run-date-x redefines rcpt-run-date
                                        pic x(8).
           05  rcpt-count               pic 9(8).
           05  rcpt-count-x redefines rcpt-count
                                        pic x(8).

       fd  pending-in-file.
       01  pending-in-record.
           05  pin-subscriber           pic x(8).
           05  pin-night                pic 9(8).
           05  pin-night-x redefines pin-night
                                        pic x(8).
           05  pin-format               pic x(1).
           05  pin-count                pic 9(8).
           05  pin-count-x redefines pin-count
                                        pic x(8).
           05  pin-reason               pic x(8).

       fd  pending-out-file.
       01  pending-out-record.
           05  pout-subscriber          pic x(8).
           05  pout-night               pic 9(8).
           05  pout-format              pic x(1).
           05  pout-count               pic 9(8).
           05  pout-reason              pic x(8).

       fd  subscriber-file.
       01  subscriber-record.
           05  subs-id                  pic x(8).
           05  subs-range-lo            pic 9(8).
           05  subs-range-hi            pic 9(8).
           05  subs-format              pic x(1).
           05  subs-status              pic x(1).
               88  subs-active          value "A".
               88  subs-suspended       value "S".
               88  subs-closed          value "C".
           05  subs-effective           pic 9(8).
           05  subs-end-date            pic 9(8).
           05  subs-contact             pic x(20).

       fd  charge-report-file.
       01  charge-report-line           pic x(80).

       fd  bill-file.
       01  bill-record                  pic x(33).

       working-storage section.
       01  cparm-file-status pic xx.
           88 cparm-file-ok value "00".
       01  rate-file-status pic xx.
           88 rate-file-ok value "00".
           88 rate-file-eof value "10".
       01  man-file-status pic xx.
           88 man-file-ok value "00".
           88 man-file-eof value "10".
       01  ack-file-status pic xx.
           88 ack-file-ok value "00".
           88 ack-file-eof value "10".
       01  pendin-file-status pic xx.
           88 pendin-file-ok value "00".
           88 pendin-file-eof value "10".
       01  subs-file-status pic xx.
           88 subs-file-ok value "00".
           88 subs-file-eof value "10".

       01  billing-month pic 9(6).
       01  night-month pic 9(6).
       01  manifest-night pic 9(8) value 0.
       01  man-status-part pic x(8).
       01  man-count-part pic x(8).
       01  table-full-sw pic x value "N".
           88 table-full value "Y".
       01  statement-contact pic x(20).

       01  rate-limit pic 9(3) value 100.
       01  rate-count pic 9(3) value 0.
       01  rx pic 9(3).
       01  rate-table.
           05 rate-entry occurs 100 times.
               10 rte-format pic x(1).
               10 rte-effective pic 9(8).
               10 rte-per-extract pic 9(5)v99.
               10 rte-per-thousand pic 9(5)v99.
       01  rate-found-sw pic x.
           88 rate-found value "Y".
       01  rate-found-at pic 9(3).
       01  best-effective pic 9(8).

       01  delivery-limit pic 9(4) value 3000.
       01  delivery-count pic 9(4) value 0.
       01  dx pic 9(4).
       01  delivery-table.
           05 delivery-entry occurs 3000 times.
               10 dlv-subscriber pic x(8).
               10 dlv-night pic 9(8).
               10 dlv-format pic x(1).
               10 dlv-count pic 9(8).
               10 dlv-received pic 9(8).
               10 dlv-carried-sw pic x.
                   88 dlv-carried value "Y".
               10 dlv-result pic x(8).
                   88 dlv-billed value "BILLED".
               10 dlv-amount pic 9(7)v99.

       01  receipt-limit pic 9(4) value 3000.
       01  receipt-count pic 9(4) value 0.
       01  cx pic 9(4).
       01  receipt-table.
           05 receipt-entry occurs 3000 times.
               10 rct-subscriber pic x(8).
               10 rct-run-date pic 9(8).
               10 rct-count pic 9(8).
               10 rct-used-sw pic x.
                   88 rct-used value "Y".
       01  exact-found-sw pic x.
           88 exact-found value "Y".
       01  exact-found-at pic 9(4).
       01  mismatch-found-at pic 9(4).

       01  subscriber-limit pic 9(3) value 500.
       01  subscriber-count pic 9(3) value 0.
       01  sx pic 9(3).
       01  subscriber-table.
           05 subscriber-entry occurs 500 times.
               10 sum-subscriber pic x(8).
               10 sum-printed-sw pic x.
                   88 sum-printed value "Y".
               10 sum-unbilled pic 9(4).
               10 sum-total pic 9(9)v99.
               10 sum-format-entry occurs 3 times.
                   15 sum-extracts pic 9(5).
                   15 sum-records pic 9(9).
                   15 sum-amount pic 9(9)v99.
       01  subscriber-found-sw pic x.
           88 subscriber-found value "Y".
       01  fx pic 9.
       01  format-letters pic x(3) value "FDL".

       01  bill-header.
           05  bh-rec-type pic x value "H".
           05  bh-run-date pic 9(8).
           05  bh-run-time pic 9(8).
           05  bh-billing-month pic 9(6).
       01  bill-detail.
           05  bd-rec-type pic x value "D".
           05  bd-subscriber pic x(8).
           05  bd-format pic x(1).
           05  bd-extracts pic 9(5).
           05  bd-records pic 9(9).
           05  bd-amount pic 9(7)v99.
       01  bill-trailer.
           05  bt-rec-type pic x value "T".
           05  bt-count pic 9(9).
           05  bt-amount-total pic 9(13)v99.
       01  bill-count pic 9(9) value 0.
       01  bill-amount-total pic 9(13)v99 value 0.

       01  deliveries-in-month pic 9(5) value 0.
       01  deliveries-other-month pic 9(5) value 0.
       01  deliveries-carried-in pic 9(5) value 0.
       01  deliveries-billed pic 9(5) value 0.
       01  deliveries-unacked pic 9(5) value 0.
       01  deliveries-mismatched pic 9(5) value 0.
       01  deliveries-no-rate pic 9(5) value 0.
       01  deliveries-carried-out pic 9(5) value 0.
       01  statements-written pic 9(5) value 0.

       01  charge-detail.
           05  filler pic x(2) value spaces.
           05  chd-format pic x(3).
           05  filler pic x(2) value spaces.
           05  chd-extracts pic z(7)9.
           05  filler pic x(2) value spaces.
           05  chd-records pic z(8)9.
           05  filler pic x(2) value spaces.
           05  chd-amount pic z(8)9.99.
           05  filler pic x(40) value spaces.

       01  unbilled-detail.
           05  filler pic x(2) value spaces.
           05  unb-night pic 9(8).
           05  filler pic x(2) value spaces.
           05  unb-format pic x(3).
           05  filler pic x(2) value spaces.
           05  unb-written pic z(7)9.
           05  filler pic x(2) value spaces.
           05  unb-received pic x(8).
           05  filler pic x(2) value spaces.
           05  unb-status pic x(8).
           05  filler pic x(2) value spaces.
           05  unb-carried pic x(7).
           05  filler pic x(26) value spaces.

       01  received-display pic z(7)9.
       01  amount-display pic z(8)9.99.
       01  total-display pic z(12)9.99.
       01  count-display pic z(4)9.
       01  highest-severity pic 9(2) value 0.
       01  run-date pic 9(8).
       01  run-time pic 9(8).

       procedure division.
       main-logic.
           accept run-date from date yyyymmdd
           accept run-time from time
           perform read-charge-parm
           perform load-rate-table
           perform load-manifest-lines
           perform load-pending-deliveries
           perform load-receipt-file
           perform price-deliveries
           perform open-charge-outputs
           perform write-statements
           perform write-pending-deliveries
           perform write-charge-trailer
           close charge-report-file
           close bill-file
           if table-full
               move 8 to highest-severity
           end-if
           move highest-severity to return-code
           stop run.

      *----------------------------------------------------------
      * The billing month (yyyymm) comes off CHRGPARM; a missing
      * or blank card bills the month the run falls in, which is
      * the month-end schedule.
      *----------------------------------------------------------
       read-charge-parm.
           move run-date(1:6) to billing-month
           open input charge-parm-file
           if cparm-file-ok
               read charge-parm-file
                   at end
                       continue
                   not at end
                       if cparm-billing-month-x is numeric
                           and cparm-billing-month-x(5:2) >= "01"
                           and cparm-billing-month-x(5:2) <= "12"
                           move cparm-billing-month to billing-month
                       end-if
               end-read
               close charge-parm-file
           end-if.

      *----------------------------------------------------------
      * The rate table: one line per format and effective date,
      * a fee per extract and a fee per thousand records.  A
      * statement priced off no rates is worthless, so a missing
      * table stops the run; a malformed line is skipped with a
      * note on SYSOUT.
      *----------------------------------------------------------
       load-rate-table.
           open input rate-file
           if not rate-file-ok
               display "PRIMCHRG: CHRGRATE OPEN FAILED, STATUS "
                   rate-file-status
               move 16 to return-code
               stop run
           end-if
           perform until rate-file-eof
               read rate-file
                   at end
                       continue
                   not at end
                       perform store-one-rate
               end-read
           end-perform
           close rate-file.

       store-one-rate.
           if rate-effective-x is numeric
               and rate-per-extract-x is numeric
               and rate-per-thousand-x is numeric
               and (rate-format = "F" or "D" or "L")
               if rate-count < rate-limit
                   add 1 to rate-count
                   move rate-format to rte-format(rate-count)
                   move rate-effective to rte-effective(rate-count)
                   move rate-per-extract
                       to rte-per-extract(rate-count)
                   move rate-per-thousand
                       to rte-per-thousand(rate-count)
               else
                   display "PRIMCHRG: RATE TABLE FULL, LINE FOR "
                       rate-format " " rate-effective " IGNORED"
                   move "Y" to table-full-sw
               end-if
           else
               display "PRIMCHRG: BAD RATE RECORD SKIPPED: "
                   rate-record
           end-if.

      *----------------------------------------------------------
      * The month's manifests arrive concatenated; each one's RUN
      * DATE heading dates the WRITTEN lines under it, in the
      * same fixed columns PRIMACKM reads (subscriber 1-8, format
      * 11, status 14-21, count 32-39).  Only nights inside the
      * billing month are taken; anything else is counted and
      * left for its own month.
      *----------------------------------------------------------
       load-manifest-lines.
           open input manifest-file
           if not man-file-ok
               display "PRIMCHRG: MANIFEST OPEN FAILED, STATUS "
                   man-file-status
               move 16 to return-code
               stop run
           end-if
           perform until man-file-eof
               read manifest-file
                   at end
                       continue
                   not at end
                       perform store-one-manifest-line
               end-read
           end-perform
           close manifest-file.

       store-one-manifest-line.
           if manifest-line(1:9) = "RUN DATE "
               and manifest-line(10:8) is numeric
               move manifest-line(10:8) to manifest-night
           end-if
           move manifest-line(14:8) to man-status-part
           if man-status-part = "WRITTEN"
               move manifest-line(32:8) to man-count-part
               inspect man-count-part replacing leading spaces
                   by zeros
               if man-count-part is numeric
                   divide manifest-night by 100 giving night-month
                   if night-month = billing-month
                       add 1 to deliveries-in-month
                       perform add-manifest-delivery
                   else
                       add 1 to deliveries-other-month
                   end-if
               end-if
           end-if.

       add-manifest-delivery.
           if delivery-count < delivery-limit
               add 1 to delivery-count
               move manifest-line(1:8) to dlv-subscriber(delivery-count)
               move manifest-night to dlv-night(delivery-count)
               move manifest-line(11:1) to dlv-format(delivery-count)
               move man-count-part to dlv-count(delivery-count)
               move "N" to dlv-carried-sw(delivery-count)
           else
               display "PRIMCHRG: DELIVERY TABLE FULL, LINE FOR "
                   manifest-line(1:8) " NOT BILLED"
               move "Y" to table-full-sw
           end-if.

      *----------------------------------------------------------
      * Deliveries left unbilled by earlier months come back in
      * off CHRGPEND and are matched again; a receipt that has
      * since arrived bills them this month.  No file means
      * nothing was carried.
      *----------------------------------------------------------
       load-pending-deliveries.
           open input pending-in-file
           if pendin-file-ok
               perform until pendin-file-eof
                   read pending-in-file
                       at end
                           continue
                       not at end
                           perform store-one-pending
                   end-read
               end-perform
               close pending-in-file
           end-if.

       store-one-pending.
           if pin-night-x is numeric
               and pin-count-x is numeric
               if delivery-count < delivery-limit
                   add 1 to delivery-count
                   add 1 to deliveries-carried-in
                   move pin-subscriber to dlv-subscriber(delivery-count)
                   move pin-night to dlv-night(delivery-count)
                   move pin-format to dlv-format(delivery-count)
                   move pin-count to dlv-count(delivery-count)
                   move "Y" to dlv-carried-sw(delivery-count)
               else
                   display "PRIMCHRG: DELIVERY TABLE FULL, PENDING "
                       pin-subscriber " NOT CARRIED"
                   move "Y" to table-full-sw
               end-if
           else
               display "PRIMCHRG: BAD PENDING RECORD SKIPPED: "
                   pending-in-record
           end-if.

      *----------------------------------------------------------
      * Receipts are the same ACKFILE records PRIMACKM matches,
      * concatenated for the month.  A missing file is an empty
      * one: nothing is billed and everything carries forward.
      *----------------------------------------------------------
       load-receipt-file.
           open input receipt-file
           if ack-file-ok
               perform until ack-file-eof
                   read receipt-file
                       at end
                           continue
                       not at end
                           perform store-one-receipt
                   end-read
               end-perform
               close receipt-file
           else
               display "PRIMCHRG: ACKFILE NOT AVAILABLE, STATUS "
                   ack-file-status
           end-if.

       store-one-receipt.
           if rcpt-run-date-x is numeric
               and rcpt-count-x is numeric
               if receipt-count < receipt-limit
                   add 1 to receipt-count
                   move rcpt-subscriber
                       to rct-subscriber(receipt-count)
                   move rcpt-run-date to rct-run-date(receipt-count)
                   move rcpt-count to rct-count(receipt-count)
                   move "N" to rct-used-sw(receipt-count)
               else
                   display "PRIMCHRG: RECEIPT TABLE FULL, "
                       "RECEIPT FOR " rcpt-subscriber
                       " NOT MATCHED"
                   move "Y" to table-full-sw
               end-if
           else
               display "PRIMCHRG: BAD RECEIPT RECORD SKIPPED: "
                   receipt-record
           end-if.

      *----------------------------------------------------------
      * Match each delivery to a receipt for the same subscriber
      * and night.  A receipt with the manifest's count makes it
      * billable at the rate in effect that night; a receipt with
      * any other count is a mismatch and no receipt at all is
      * unacknowledged - neither is billed until resolved.
      *----------------------------------------------------------
       price-deliveries.
           perform varying dx from 1 by 1 until dx > delivery-count
               perform match-one-delivery
               if dlv-billed(dx)
                   perform find-night-rate
                   if rate-found
                       perform price-one-delivery
                   else
                       move "NORATE" to dlv-result(dx)
                   end-if
               end-if
               perform accumulate-one-delivery
           end-perform.

       match-one-delivery.
           move "N" to exact-found-sw
           move 0 to exact-found-at
           move 0 to mismatch-found-at
           perform varying cx from 1 by 1
                   until cx > receipt-count or exact-found
               if rct-subscriber(cx) = dlv-subscriber(dx)
                   and rct-run-date(cx) = dlv-night(dx)
                   and not rct-used(cx)
                   if rct-count(cx) = dlv-count(dx)
                       move "Y" to exact-found-sw
                       move cx to exact-found-at
                   else
                       if mismatch-found-at = 0
                           move cx to mismatch-found-at
                       end-if
                   end-if
               end-if
           end-perform
           move 0 to dlv-received(dx)
           move 0 to dlv-amount(dx)
           evaluate true
               when exact-found
                   move "Y" to rct-used-sw(exact-found-at)
                   move rct-count(exact-found-at) to dlv-received(dx)
                   move "BILLED" to dlv-result(dx)
               when mismatch-found-at > 0
                   move "Y" to rct-used-sw(mismatch-found-at)
                   move rct-count(mismatch-found-at)
                       to dlv-received(dx)
                   move "MISMATCH" to dlv-result(dx)
               when other
                   move "UNACKED" to dlv-result(dx)
           end-evaluate.

      *----------------------------------------------------------
      * The rate for a night is the one for the delivery's
      * format with the latest effective date not after it.
      *----------------------------------------------------------
       find-night-rate.
           move "N" to rate-found-sw
           move 0 to rate-found-at
           move 0 to best-effective
           perform varying rx from 1 by 1 until rx > rate-count
               if rte-format(rx) = dlv-format(dx)
                   and rte-effective(rx) <= dlv-night(dx)
                   and rte-effective(rx) >= best-effective
                   move "Y" to rate-found-sw
                   move rx to rate-found-at
                   move rte-effective(rx) to best-effective
               end-if
           end-perform.

       price-one-delivery.
           compute dlv-amount(dx) rounded =
               rte-per-extract(rate-found-at)
               + dlv-count(dx) * rte-per-thousand(rate-found-at)
                   / 1000.

      *----------------------------------------------------------
      * Fold the delivery into its subscriber's statement totals
      * by format (F, D, L in that order), or into the count of
      * items held off the bill.
      *----------------------------------------------------------
       accumulate-one-delivery.
           perform find-subscriber-entry
           if subscriber-found
               evaluate dlv-result(dx)
                   when "BILLED"
                       add 1 to deliveries-billed
                       perform find-format-index
                       add 1 to sum-extracts(sx, fx)
                       add dlv-count(dx) to sum-records(sx, fx)
                       add dlv-amount(dx) to sum-amount(sx, fx)
                       add dlv-amount(dx) to sum-total(sx)
                   when "MISMATCH"
                       add 1 to deliveries-mismatched
                       add 1 to sum-unbilled(sx)
                   when "NORATE"
                       add 1 to deliveries-no-rate
                       add 1 to sum-unbilled(sx)
                   when other
                       add 1 to deliveries-unacked
                       add 1 to sum-unbilled(sx)
               end-evaluate
           end-if.

       find-subscriber-entry.
           move "N" to subscriber-found-sw
           perform varying sx from 1 by 1
                   until sx > subscriber-count or subscriber-found
               if sum-subscriber(sx) = dlv-subscriber(dx)
                   move "Y" to subscriber-found-sw
               end-if
           end-perform
           if subscriber-found
               subtract 1 from sx
           else
               if subscriber-count < subscriber-limit
                   add 1 to subscriber-count
                   move subscriber-count to sx
                   initialize subscriber-entry(sx)
                   move dlv-subscriber(dx) to sum-subscriber(sx)
                   move "N" to sum-printed-sw(sx)
                   move "Y" to subscriber-found-sw
               else
                   display "PRIMCHRG: SUBSCRIBER TABLE FULL, "
                       dlv-subscriber(dx) " NOT BILLED"
                   move "Y" to table-full-sw
               end-if
           end-if.

       find-format-index.
           evaluate dlv-format(dx)
               when "D"
                   move 2 to fx
               when "L"
                   move 3 to fx
               when other
                   move 1 to fx
           end-evaluate.

       open-charge-outputs.
           open output charge-report-file
           open output bill-file
           move run-date to bh-run-date
           move run-time to bh-run-time
           move billing-month to bh-billing-month
           write bill-record from bill-header
           move spaces to charge-report-line
           string "SUBSCRIBER CHARGEBACK STATEMENTS" delimited by size
               into charge-report-line
           write charge-report-line
           move spaces to charge-report-line
           string "RUN DATE " delimited by size
               run-date delimited by size
               "   RUN TIME " delimited by size
               run-time delimited by size
               into charge-report-line
           write charge-report-line
           move spaces to charge-report-line
           string "BILLING MONTH " delimited by size
               billing-month delimited by size
               into charge-report-line
           write charge-report-line
           move spaces to charge-report-line
           write charge-report-line.

      *----------------------------------------------------------
      * One statement per subscriber with activity, in subscriber
      * master order with the delivery contact on it.  A manifest
      * subscriber the master no longer carries still gets its
      * statement afterwards, marked as such, so nothing shipped
      * drops off the bill.
      *----------------------------------------------------------
       write-statements.
           open input subscriber-file
           if subs-file-ok
               perform until subs-file-eof
                   read subscriber-file
                       at end
                           continue
                       not at end
                           perform statement-for-master-record
                   end-read
               end-perform
               close subscriber-file
           else
               display "PRIMCHRG: SUBSMSTR NOT AVAILABLE, STATUS "
                   subs-file-status
           end-if
           perform varying sx from 1 by 1 until sx > subscriber-count
               if not sum-printed(sx)
                   move "NOT ON SUBSMSTR" to statement-contact
                   perform write-one-statement
               end-if
           end-perform.

       statement-for-master-record.
           move "N" to subscriber-found-sw
           perform varying sx from 1 by 1
                   until sx > subscriber-count or subscriber-found
               if sum-subscriber(sx) = subs-id
                   move "Y" to subscriber-found-sw
               end-if
           end-perform
           if subscriber-found
               subtract 1 from sx
               move subs-contact to statement-contact
               perform write-one-statement
           end-if.

       write-one-statement.
           move "Y" to sum-printed-sw(sx)
           add 1 to statements-written
           move spaces to charge-report-line
           string "STATEMENT FOR " delimited by size
               sum-subscriber(sx) delimited by size
               "   CONTACT " delimited by size
               statement-contact delimited by size
               into charge-report-line
           write charge-report-line
           move spaces to charge-report-line
           string "  FMT  EXTRACTS    RECORDS        AMOUNT"
               delimited by size into charge-report-line
           write charge-report-line
           perform varying fx from 1 by 1 until fx > 3
               if sum-extracts(sx, fx) > 0
                   perform write-one-format-line
               end-if
           end-perform
           move sum-total(sx) to amount-display
           move spaces to charge-report-line
           string "  SUBSCRIBER TOTAL          " delimited by size
               amount-display delimited by size
               into charge-report-line
           write charge-report-line
           if sum-unbilled(sx) > 0
               perform write-unbilled-lines
           end-if
           move spaces to charge-report-line
           write charge-report-line.

       write-one-format-line.
           move spaces to charge-detail
           move format-letters(fx:1) to chd-format
           move sum-extracts(sx, fx) to chd-extracts
           move sum-records(sx, fx) to chd-records
           move sum-amount(sx, fx) to chd-amount
           write charge-report-line from charge-detail
           move sum-subscriber(sx) to bd-subscriber
           move format-letters(fx:1) to bd-format
           move sum-extracts(sx, fx) to bd-extracts
           move sum-records(sx, fx) to bd-records
           move sum-amount(sx, fx) to bd-amount
           write bill-record from bill-detail
           add 1 to bill-count
           add sum-amount(sx, fx) to bill-amount-total.

      *----------------------------------------------------------
      * Everything held off the bill, one line per delivery, so
      * the subscriber and the desk can see what is outstanding
      * and why.
      *----------------------------------------------------------
       write-unbilled-lines.
           move spaces to charge-report-line
           string "  NOT BILLED UNTIL RESOLVED" delimited by size
               into charge-report-line
           write charge-report-line
           move spaces to charge-report-line
           string "  NIGHT     FMT   WRITTEN  RECEIVED  STATUS"
               delimited by size into charge-report-line
           write charge-report-line
           perform varying dx from 1 by 1 until dx > delivery-count
               if dlv-subscriber(dx) = sum-subscriber(sx)
                   and not dlv-billed(dx)
                   perform write-one-unbilled-line
               end-if
           end-perform.

       write-one-unbilled-line.
           move spaces to unbilled-detail
           move dlv-night(dx) to unb-night
           move dlv-format(dx) to unb-format
           move dlv-count(dx) to unb-written
           if dlv-result(dx) = "UNACKED"
               move spaces to unb-received
           else
               move dlv-received(dx) to received-display
               move received-display to unb-received
           end-if
           move dlv-result(dx) to unb-status
           if dlv-carried(dx)
               move "CARRIED" to unb-carried
           end-if
           write charge-report-line from unbilled-detail.

      *----------------------------------------------------------
      * Everything not billed this month is carried forward for
      * next month's run to try again.  Missing rates are an
      * error the rate table owner has to fix; anything else
      * outstanding is a warning.
      *----------------------------------------------------------
       write-pending-deliveries.
           open output pending-out-file
           perform varying dx from 1 by 1 until dx > delivery-count
               if not dlv-billed(dx)
                   move dlv-subscriber(dx) to pout-subscriber
                   move dlv-night(dx) to pout-night
                   move dlv-format(dx) to pout-format
                   move dlv-count(dx) to pout-count
                   move dlv-result(dx) to pout-reason
                   write pending-out-record
                   add 1 to deliveries-carried-out
               end-if
           end-perform
           close pending-out-file
           if deliveries-no-rate > 0
               move 8 to highest-severity
           else
               if deliveries-carried-out > 0
                   move 4 to highest-severity
               end-if
           end-if.

       write-charge-trailer.
           move bill-count to bt-count
           move bill-amount-total to bt-amount-total
           write bill-record from bill-trailer
           move deliveries-in-month to count-display
           move spaces to charge-report-line
           string "DELIVERIES IN MONTH   " delimited by size
               count-display delimited by size
               into charge-report-line
           write charge-report-line
           move deliveries-other-month to count-display
           move spaces to charge-report-line
           string "OTHER MONTHS SKIPPED  " delimited by size
               count-display delimited by size
               into charge-report-line
           write charge-report-line
           move deliveries-carried-in to count-display
           move spaces to charge-report-line
           string "CARRIED IN            " delimited by size
               count-display delimited by size
               into charge-report-line
           write charge-report-line
           move deliveries-billed to count-display
           move spaces to charge-report-line
           string "DELIVERIES BILLED     " delimited by size
               count-display delimited by size
               into charge-report-line
           write charge-report-line
           move deliveries-unacked to count-display
           move spaces to charge-report-line
           string "UNACKNOWLEDGED        " delimited by size
               count-display delimited by size
               into charge-report-line
           write charge-report-line
           move deliveries-mismatched to count-display
           move spaces to charge-report-line
           string "COUNT MISMATCHES      " delimited by size
               count-display delimited by size
               into charge-report-line
           write charge-report-line
           move deliveries-no-rate to count-display
           move spaces to charge-report-line
           string "NO RATE IN EFFECT     " delimited by size
               count-display delimited by size
               into charge-report-line
           write charge-report-line
           move deliveries-carried-out to count-display
           move spaces to charge-report-line
           string "CARRIED FORWARD       " delimited by size
               count-display delimited by size
               into charge-report-line
           write charge-report-line
           move statements-written to count-display
           move spaces to charge-report-line
           string "STATEMENTS WRITTEN    " delimited by size
               count-display delimited by size
               into charge-report-line
           write charge-report-line
           move bill-amount-total to total-display
           move spaces to charge-report-line
           string "TOTAL BILLED  " delimited by size
               total-display delimited by size
               into charge-report-line
           write charge-report-line.
