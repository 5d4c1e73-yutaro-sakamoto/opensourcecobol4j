      * so auditors can still find last month's move history.
      * caller supplies the file prefix (blank defaults to "PROG") so
      * each stream's audit files are housekept separately.
      * a retention is kept either in calendar days ("C") or in shop
      * business days ("B") counted back through calsub, so a long
      * weekend or a holiday does not shorten a business-day window.
      * the month-end master generations mthclose registers in the
      * archive index are purged under their own long retention.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 hskeep.
       ENVIRONMENT                 DIVISION.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  SOURCE-FILE.
       01  SOURCE-RECORD           pic x(132).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD          pic x(132).

       FD  INDEX-FILE.
       01  INDEX-RECORD.
      * truncating it here would destroy the queued rejects between
      * two driver runs. the aged-out rejects land on FDSP.RPT,
      * which is archived instead.
      * the move history is audited a business week back, so its
      * window is business days.
      * the month-end master generations mthclose freezes are kept
      * seven years for finance. hskeep only purges them: the master
      * is the live indexed file and is never archived or truncated
      * here, so its archive flag is "N".
       01 ws-retention-values.
           05 filler pic x(14) value "HIST.DAT0005BY".
           05 filler pic x(14) value "EXCP.DAT0030CY".
           05 filler pic x(14) value "RECN.DAT0060CY".
           05 filler pic x(14) value "SNAP.DAT0090CY".
           05 filler pic x(14) value "SUMM.RPT0030CY".
           05 filler pic x(14) value "FDSP.RPT0030CY".
           05 filler pic x(14) value "TIME.DAT0090CY".
           05 filler pic x(14) value "WOFF.DAT0090CY".
           05 filler pic x(14) value "TRAN.DAT0365CY".
           05 filler pic x(14) value "MSTR.DAT2555CN".
       01 ws-retention-table redefines ws-retention-values.
           05 ws-retention-entry occurs 10 times indexed by ret-idx.
               10 ws-ret-suffix pic x(8).
               10 ws-ret-days pic 9(4).
               10 ws-ret-unit pic x(1).
               10 ws-ret-archive pic x(1).
                   88 ws-ret-archived-here value "Y".
       01 ws-index-table.
           05 ws-index-entry occurs 500 times indexed by arcx-idx.
               10 ws-arcx-keep pic x(1).
       01 ws-entry-sub pic 9(3).
       01 ws-ret-sub pic 9(2).
       01 ws-ret-days-found pic 9(4).
       01 ws-ret-unit-found pic x(1).
           88 ws-ret-in-business-days value "B".
       01 ws-archive-fail pic x value "N".
           88 ws-archive-failed value "Y".
       01 ws-status-status pic x(2).
           88 ws-stat-end-of-file value "Y".
       01 ws-stream-clean pic x value "Y".
           88 ws-stream-ended-clean value "Y".
       COPY "calparm.cpy".

       procedure division.
       0000-MAIN.
           perform 2100-ARCHIVE-ONE-FILE
               thru 2100-EXIT
               varying ws-ret-sub from 1 by 1
               until ws-ret-sub > 10.

      * the source file is only truncated once the archive generation
      * has been written and closed clean - a failed archive must
      * never cost the only copy of an audit file.
      * a file whose generations another program writes is only
      * purged here.
      * the transaction file gets an extra gate: after an abort, a
      * refusal, a balance block or a trial-only run (state "T") the
      * live file is exactly what the restart, re-run or first live
      * until the stream's last status record shows a completed LIVE
      * run ("C") with a clean or warning return code.
       2100-ARCHIVE-ONE-FILE.
           if not ws-ret-archived-here(ws-ret-sub)
               go to 2100-EXIT
           end-if.
           if ws-ret-suffix(ws-ret-sub) = "TRAN.DAT"
               perform 2130-CHECK-STREAM-CLEAN
               if not ws-stream-ended-clean

      * a prefix with no PROGSTAT.DAT record at all is treated as
      * clean: standalone driver use never writes status records and
      * must still get its transaction generations archived. a
      * non-processing-day record ("N") says nothing about the file,
      * so the last real run decides.
       2130-CHECK-STREAM-CLEAN.
           move "Y" to ws-stream-clean.
           move "N" to ws-stat-eof.
                   move "Y" to ws-stat-eof
               not at end
                   if STAT-PREFIX = ws-file-prefix
                       and STAT-STATE NOT = "N"
                       if STAT-STATE = "C" and STAT-RC <= 04
                           move "Y" to ws-stream-clean
                       else
           move zero to ws-ret-days-found.
           perform 3110-FIND-RETENTION
               varying ws-ret-sub from 1 by 1
               until ws-ret-sub > 10.
           if ws-ret-days-found > zero
               perform 3120-COMPUTE-CUTOFF-DATE
               if ws-arcx-date(arcx-idx) < ws-cutoff-date
                   call "CBL_DELETE_FILE"
                       using ws-arcx-archive-fn(arcx-idx)
       3110-FIND-RETENTION.
           if ws-arcx-tag(arcx-idx) = ws-ret-suffix(ws-ret-sub)
               move ws-ret-days(ws-ret-sub) to ws-ret-days-found
               move ws-ret-unit(ws-ret-sub) to ws-ret-unit-found
           end-if.

       3120-COMPUTE-CUTOFF-DATE.
           if ws-ret-in-business-days
               move "B" to CALP-FUNCTION
               move ws-current-date to CALP-DATE
               move ws-ret-days-found to CALP-DAYS
               call "calsub" using CALENDAR-PARMS
               move CALP-RESULT-DATE to ws-cutoff-date
           else
               compute ws-cutoff-integer =
                   ws-today-integer - ws-ret-days-found
               compute ws-cutoff-date =
                   function date-of-integer(ws-cutoff-integer)
           end-if.

       4000-WRITE-INDEX.
