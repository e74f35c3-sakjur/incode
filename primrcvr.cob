      *                    worksheet, so a held night names the bad
      *                    exclusion field instead of reading
      *                    NO EXCEPTION RECORD ON FILE.
      *   2026-10-15  ET   PARMIN and PARMNEW read and written in the
      *                    27-byte layout with the partitions
      *                    column, so a split request is requeued
      *                    to run split again instead of as one
      *                    serial stream.

       environment division.
       input-output section.
           05  parm-rec-start           pic x(8).
           05  parm-rec-end             pic x(8).
           05  parm-rec-suffix          pic x(1).
           05  parm-rec-partitions      pic x(2).

       fd  control-report-file.
       01  control-report-line          pic x(70).
           05  newp-start               pic x(8).
           05  newp-end                 pic x(8).
           05  newp-suffix              pic x(1).
           05  newp-partitions          pic x(2).

       fd  recovery-report-file.
       01  recovery-report-line         pic x(90).
               10 req-start pic x(8).
               10 req-end pic x(8).
               10 req-suffix pic x(1).
               10 req-partitions pic x(2).
               10 req-status pic x(8).

       01  ctl-status-part pic x(8).
               move parm-rec-start to req-start(request-count)
               move parm-rec-end to req-end(request-count)
               move parm-rec-suffix to req-suffix(request-count)
               move parm-rec-partitions
                   to req-partitions(request-count)
               move spaces to req-status(request-count)
           else
               display "PRIMRCVR: REQUEST TABLE FULL, RECORD FOR "
           move req-start(rx) to newp-start
           move req-end(rx) to newp-end
           move req-suffix(rx) to newp-suffix
           move req-partitions(rx) to newp-partitions
           write new-parm-record
           add 1 to rerun-count
           perform write-worksheet-line
