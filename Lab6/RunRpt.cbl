      * Program Name:  RunRpt.cbl
      * Author:        Emilie Sharkey
      * Date:          2026-10-15
      * Version:       1.0
      * Description:   Reports over RUNLOG.DAT, the append-only log of every
      *                Lab6.cbl execution's start and end. Each start is
      *                paired with the end its run wrote, and the operator
      *                can select by a run-date range and a run mode; every
      *                selected run prints with its start and end, elapsed
      *                time, record counts, and whether its output files
      *                reconciled. A start with no end -- a run that died
      *                part-way -- and a run that ended out of balance or
      *                was refused by the master lock are flagged, and a
      *                summary per run mode gives the run count, average
      *                and longest elapsed time, and failures. The operator
      *                can also name a retention cutoff date, and every run
      *                that ended before it is rolled onto the RUNLOG.ARC
      *                archive file and dropped from the live log, so the
      *                live log stays a manageable size.
      *
      * Companion To:  Lab6.cbl, whose 095-write-run-log appends the records
      *                this program reports and archives

       identification division.
       program-id. runrpt.
       author. Emilie.

       environment division.

       input-output section.

       file-control.
      *    run-log is the same append-only run log Lab6.cbl writes; here it is read for reporting and, when the
      *    operator asks for archival, rewritten without the records that were rolled to the archive
           select run-log assign to "RUNLOG.DAT"
           organization is line sequential
           file status is ws-runlog-status.

      *    archive-file accumulates the run log records rolled off the live log by the retention cutoff -- like the
      *    live log itself it is append-only, so nothing logged is ever lost, only moved
           select archive-file assign to "RUNLOG.ARC"
           organization is line sequential
           file status is ws-archive-status.

      *    run-log-work temporarily holds the records the archival pass keeps, so the live log can be rewritten
      *    from it once the pass has split every record between keep and archive
           select run-log-work assign to "RUNLNEW.TMP"
           organization is line sequential
           file status is ws-work-status.

      *    run-report is the formatted report of the selected runs
           select run-report assign to "RUNRPT.OUT"
           organization is line sequential.

      *    run-sort-file is the sort work file used to print the paired runs in the order they started, instead
      *    of the order their ends were logged
           select run-sort-file assign to "RUNSORT.TMP".

       data division.

       file section.

      *    file description for run-log that states that run-log-record will be used to store the lines from the file
           fd run-log
               data record is run-log-record.
      *    run-log-record carries one execution's start or end entry, laid out exactly as Lab6.cbl's
      *    095-write-run-log writes it
           01 run-log-record.
               05 rl-record-type           pic x.
               05 filler                   pic x.
               05 rl-run-date              pic x(6).
               05 filler                   pic x.
               05 rl-run-time              pic x(7).
               05 filler                   pic x.
               05 rl-run-mode              pic x.
               05 filler                   pic x.
               05 rl-records-read          pic 9(5).
               05 filler                   pic x.
               05 rl-valid-count           pic 9(5).
               05 filler                   pic x.
               05 rl-reject-count          pic 9(3).
               05 filler                   pic x.
               05 rl-apply-count           pic 9(5).
               05 filler                   pic x.
               05 rl-balance-verdict       pic x(16).

      *    file description for archive-file; archive records keep the live log's layout byte for byte, so an
      *    archived run can always be reported by pointing this program at the archive instead
           fd archive-file
               data record is archive-record.
           01 archive-record pic x(57).

      *    file description for run-log-work, the keep side of the archival split
           fd run-log-work
               data record is run-log-work-record.
           01 run-log-work-record pic x(57).

      *    file description for run-report that states that report-line will be used to store the lines written to the file
           fd run-report
               data record is report-line.
      *    blank record that will be used to write data from the application into run-report
           01 report-line pic x(120).

      *    sd for run-sort-file, used to order the selected runs by start date and time
           sd run-sort-file
               data record is run-sort-record.
      *    run-sort-record carries one paired run through the sort: its start, its end, the figures the end record
      *    logged, and how the run stands -- P paired, C started but never ended, R started today and not ended
      *    yet, O an end whose start is not on the log
           01 run-sort-record.
               05 rs-start-date            pic x(6).
               05 rs-start-time            pic x(7).
               05 rs-run-mode              pic x.
               05 rs-end-date              pic x(6).
               05 rs-end-time              pic x(7).
               05 rs-elapsed-seconds       pic 9(7).
               05 rs-records-read          pic 9(5).
               05 rs-valid-count           pic 9(5).
               05 rs-reject-count          pic 9(3).
               05 rs-apply-count           pic 9(5).
               05 rs-balance-verdict       pic x(16).
               05 rs-condition             pic x.

       working-storage section.
      *    ws-end-file is used as an indicator that the end of file has been reached
           77  ws-end-file                 pic x(5)
               value "TRUE".
      *    ws-end-file-check is used to check if end of file has been reached
           77  ws-end-file-check           pic x(5)
               value "FALSE".
      *    ws-end-sort and ws-end-sort-check are used the same way, but for reading the sorted work file back
           77  ws-end-sort                 pic x(5)
               value "TRUE".
           77  ws-end-sort-check           pic x(5)
               value "FALSE".
      *    ws-end-work and ws-end-work-check are used the same way, but for the archival pass reading run-log-work back
           77  ws-end-work                 pic x(5)
               value "TRUE".
           77  ws-end-work-check           pic x(5)
               value "FALSE".
      *    ws-runlog-status holds the file status code returned by every operation against the live run log
           77  ws-runlog-status            pic xx
               value "00".
      *    ws-archive-status holds the file status code returned by opening the archive file
           77  ws-archive-status           pic xx
               value "00".
      *    ws-work-status holds the file status code returned by opening the archival work file
           77  ws-work-status              pic xx
               value "00".
      *    ws-single-space and ws-double-space store the line counts for single and double spacing
           77  ws-single-space             pic 9
               value 1.
           77  ws-double-space             pic 9
               value 2.
      *    ws-line-per-page stores the number of detail lines permitted per report page
           77  ws-line-per-page            pic 99
               value 50.
      *    ws-page-line and ws-page-number track the report's pagination
           77  ws-page-line                pic 99
               value 0.
           77  ws-page-number              pic 999
               value 1.
      *    ws-select-mode holds the run mode the operator limited the report to -- a space means every mode
           77  ws-select-mode              pic x
               value space.
      *    ws-from-date and ws-to-date hold the run-date range (yymmdd) the operator limited the report to --
      *    a blank end of the range leaves that end open; a run is selected by the date it started
           77  ws-from-date                pic x(6)
               value spaces.
           77  ws-to-date                  pic x(6)
               value spaces.
      *    ws-cutoff-date holds the retention cutoff (yymmdd) -- every run that ended before it is rolled to the
      *    archive; spaces means no archival this run
           77  ws-cutoff-date              pic x(6)
               value spaces.
      *    ws-start-type and ws-end-type are the record types 095-write-run-log writes at a run's start and end
           77  ws-start-type               pic x
               value "S".
           77  ws-end-type                 pic x
               value "E".
      *    ws-out-of-balance-verdict and ws-refused-verdict are the end verdicts that mark a failed run
           77  ws-out-of-balance-verdict   pic x(16)
               value "OUT OF BALANCE".
           77  ws-refused-verdict          pic x(16)
               value "REFUSED - LOCKED".
      *    ws-lookup-mode holds the run mode being looked up, ws-mode-ix the subscript of its entry, and
      *    ws-mode-found the switch the look-up stops on
           77  ws-lookup-mode              pic x
               value space.
           77  ws-mode-ix                  pic 9 comp
               value 0.
           77  ws-mode-found               pic x
               value "N".
              88  ws-mode-was-found        value "Y".
              88  ws-mode-not-found        value "N".
      *    ws-mode-count is how many run modes the tables below carry -- the last entry takes any mode Lab6.cbl
      *    does not know, so a damaged record still pairs and counts somewhere
           77  ws-mode-count               pic 9
               value 5.
      *    ws-date-view and ws-time-view read a logged run date (yymmdd) and time (hhmmss and tenths) as numbers
      *    for the elapsed-time arithmetic
           01  ws-date-view.
               05 ws-date-text             pic x(6).
               05 ws-date-number redefines ws-date-text
                                           pic 9(6).
           01  ws-time-view.
               05 ws-time-text             pic x(7).
               05 ws-time-parts redefines ws-time-text.
                   10 ws-time-hours        pic 99.
                   10 ws-time-minutes      pic 99.
                   10 ws-time-seconds      pic 99.
                   10 ws-time-tenths       pic 9.
      *    ws-moment-seconds is the moment worked out from ws-date-view and ws-time-view, as seconds counted from
      *    the integer day number's origin, and ws-start-moment the start's moment held while the end's is worked
           77  ws-moment-seconds           pic 9(12)
               value 0.
           77  ws-start-moment             pic 9(12)
               value 0.
      *    ws-moment-valid is used as a switch to indicate whether the date and time could be worked out at all
           77  ws-moment-valid             pic x
               value "N".
              88  ws-moment-is-valid       value "Y".
              88  ws-moment-is-invalid     value "N".
           77  ws-start-moment-valid       pic x
               value "N".
              88  ws-start-moment-is-valid value "Y".
              88  ws-start-moment-is-invalid value "N".
      *    ws-full-date holds a logged yymmdd run date widened to ccyymmdd, for the integer day number
           77  ws-full-date                pic 9(8)
               value 0.
      *    ws-century-base is what widens a yymmdd run date to ccyymmdd -- the run log began this century
           77  ws-century-base             pic 9(8)
               value 20000000.
      *    ws-elapsed-hours, ws-elapsed-minutes, and ws-elapsed-remainder break elapsed seconds down for printing
           77  ws-elapsed-hours            pic 9(5)
               value 0.
           77  ws-elapsed-minutes          pic 99
               value 0.
           77  ws-elapsed-remainder        pic 9(7)
               value 0.
      *    ws-elapsed-work holds the elapsed seconds being broken down
           77  ws-elapsed-work             pic 9(7)
               value 0.
      *    ws-today-yymmdd holds today's date as the run log writes it, so a start logged today with no end yet is
      *    reported as a run that may still be going rather than one that died
           77  ws-today-yymmdd             pic x(6)
               value spaces.
      *    ws-selected-count, ws-crashed-count, ws-running-count, ws-unbalanced-count, ws-refused-count, and
      *    ws-orphan-count tally the selected runs and the ones flagged
           77  ws-selected-count           pic 9(5)
               value 0.
           77  ws-crashed-count            pic 9(5)
               value 0.
           77  ws-running-count            pic 9(5)
               value 0.
           77  ws-unbalanced-count         pic 9(5)
               value 0.
           77  ws-refused-count            pic 9(5)
               value 0.
           77  ws-orphan-count             pic 9(5)
               value 0.
      *    ws-unknown-type-count counts log records that are neither a start nor an end
           77  ws-unknown-type-count       pic 9(5)
               value 0.
      *    ws-archived-count and ws-retained-count report the archival pass's split of the live log
           77  ws-archived-count           pic 9(7)
               value 0.
           77  ws-retained-count           pic 9(7)
               value 0.
      *    ws-stack-limit is how many starts of one mode can be open at once -- a run refused by the lock logs its
      *    start and end inside the run holding it, so starts of a mode can nest, and each end belongs to the
      *    newest start still open; ws-stack-ix is the subscript into a mode's open starts
           77  ws-stack-limit              pic 99
               value 10.
           77  ws-stack-ix                 pic 99 comp
               value 0.
      *    ws-archive-state is used as a switch to indicate whether the archival pass is still going cleanly
           77  ws-archive-state            pic x
               value "Y".
              88  ws-archive-is-clean      value "Y".
              88  ws-archive-has-failed    value "N".
      *    ws-mode-table names each run mode Lab6.cbl's 005-select-run-mode can set, with the open starts the
      *    reporting pass pairs through, the held starts the archival pass pairs through, and the mode's summary
      *    figures over the selected runs -- a held start already written to the keep side is marked so its end
      *    follows it there
           01  ws-mode-code-table.
               05 filler                   pic x(9)
                   value "BBATCH".
               05 filler                   pic x(9)
                   value "AAPPLY".
               05 filler                   pic x(9)
                   value "IINQUIRY".
               05 filler                   pic x(9)
                   value "SSIMULATE".
               05 filler                   pic x(9)
                   value "?OTHER".
           01  ws-mode-code-entries redefines ws-mode-code-table.
               05 ws-mode-code-entry occurs 5 times.
                   10 mct-mode             pic x.
                   10 mct-name             pic x(8).
           01  ws-mode-table.
               05 ws-mode-entry occurs 5 times.
                   10 mt-open-depth        pic 99.
                   10 mt-open-start occurs 10 times.
                       15 mt-start-date    pic x(6).
                       15 mt-start-time    pic x(7).
                   10 mt-held-depth        pic 99.
                   10 mt-held-start occurs 10 times.
                       15 mt-held-kept     pic x.
                       15 mt-held-record   pic x(57).
                   10 mt-run-count         pic 9(5).
                   10 mt-timed-count       pic 9(5).
                   10 mt-total-elapsed     pic 9(9).
                   10 mt-longest-elapsed   pic 9(7).
                   10 mt-crashed-count     pic 9(5).
                   10 mt-unbalanced-count  pic 9(5).
                   10 mt-refused-count     pic 9(5).
      *    ws-average-elapsed holds a mode's average elapsed seconds over its runs that logged an end
           77  ws-average-elapsed          pic 9(7)
               value 0.

      *    first-line is a record that uses its elementary items to store the author name, program name, time, and date
           01  first-line.
                   05  filler              pic x(5)  value spaces.
                   05  filler              pic x(35)
                           value "Emilie Sharkey, Run History Report".
                   05  filler              pic x(5)  value spaces.
                   05  fl-date-display     pic x(6).
                   05  filler              pic x(5)  value spaces.
                   05  fl-time-display     pic x(7).

      *    top-page is a record that stores the report title and page number
           01  top-page.
               05  filler              pic x(15) value spaces.
               05  filler              pic x(31)
                   value "BATCH RUN HISTORY REPORT".
               05  filler              pic x(15) value spaces.
               05  filler              pic x(4)
                   value "PAGE".
               05  tp-page-number      pic zz9.

      *    selection-line states the selection the operator asked for, so the report proves what it covers
           01  selection-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(10) value "SELECTED: ".
               05  filler              pic x(5)  value "MODE ".
               05  sel-mode            pic x(8).
               05  filler              pic x(7)  value "  FROM ".
               05  sel-from-date       pic x(6).
               05  filler              pic x(5)  value "  TO ".
               05  sel-to-date         pic x(6).

      *    heading-column-line carries the report's column names
           01  heading-column-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(14) value "STARTED".
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(8)  value "MODE".
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(14) value "ENDED".
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(8)  value "ELAPSED".
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(5)  value " READ".
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(5)  value "VALID".
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(3)  value "REJ".
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(5)  value "APPLD".
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(16) value "VERDICT".

      *    run-detail-line reports one selected run; the flag column highlights a run that needs looking into
           01  run-detail-line.
               05  filler              pic x(1)  value spaces.
               05  rdl-start-date      pic x(6).
               05  filler              pic x(1)  value spaces.
               05  rdl-start-time      pic x(7).
               05  filler              pic x(2)  value spaces.
               05  rdl-mode            pic x(8).
               05  filler              pic x(2)  value spaces.
               05  rdl-end-date        pic x(6).
               05  filler              pic x(1)  value spaces.
               05  rdl-end-time        pic x(7).
               05  filler              pic x(2)  value spaces.
               05  rdl-elapsed         pic x(8).
               05  filler              pic x(2)  value spaces.
               05  rdl-records-read    pic zzzz9.
               05  filler              pic x(1)  value spaces.
               05  rdl-valid-count     pic zzzz9.
               05  filler              pic x(1)  value spaces.
               05  rdl-reject-count    pic zz9.
               05  filler              pic x(1)  value spaces.
               05  rdl-apply-count     pic zzzz9.
               05  filler              pic x(2)  value spaces.
               05  rdl-verdict         pic x(16).
               05  filler              pic x(2)  value spaces.
               05  rdl-flag            pic x(27).

      *    elapsed-view builds an elapsed time as hh:mm:ss for the detail and summary lines
           01  elapsed-view.
               05  elv-hours           pic 99.
               05  filler              pic x     value ":".
               05  elv-minutes         pic 99.
               05  filler              pic x     value ":".
               05  elv-seconds         pic 99.

      *    mode-heading-line introduces the per-mode summary section
           01  mode-heading-line.
               05  filler              pic x(20)
                   value "SUMMARY BY RUN MODE:".

      *    mode-summary-line reports one run mode's figures across the selection
           01  mode-summary-line.
               05  filler              pic x(1)  value spaces.
               05  msl-mode            pic x(8).
               05  filler              pic x(6)  value " RUNS=".
               05  msl-run-count       pic zzzz9.
               05  filler              pic x(6)  value "  AVG=".
               05  msl-average         pic x(8).
               05  filler              pic x(10) value "  LONGEST=".
               05  msl-longest         pic x(8).
               05  filler              pic x(11) value "  FAILURES=".
               05  msl-failures        pic zzzz9.
               05  filler              pic x(10) value "  CRASHED=".
               05  msl-crashed         pic zzz9.
               05  filler              pic x(8)  value "  UNBAL=".
               05  msl-unbalanced      pic zzz9.
               05  filler              pic x(10) value "  REFUSED=".
               05  msl-refused         pic zzz9.

      *    grand-total-line reports the selection's overall run count and the runs flagged
           01  grand-total-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(14) value "GRAND TOTALS: ".
               05  filler              pic x(6)  value "RUNS= ".
               05  gtl-count           pic zzzz9.
               05  filler              pic x(11) value "  CRASHED= ".
               05  gtl-crashed         pic zzzz9.
               05  filler              pic x(19) value "  OUT OF BALANCE= ".
               05  gtl-unbalanced      pic zzzz9.
               05  filler              pic x(12) value "  REFUSED= ".
               05  gtl-refused         pic zzzz9.
               05  filler              pic x(16) value "  NO START LOG= ".
               05  gtl-orphans         pic zzzz9.

      *    archive-summary-line reports the archival pass's split of the live log
           01  archive-summary-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(19) value "ARCHIVAL: CUTOFF= ".
               05  asl-cutoff-date     pic x(6).
               05  filler              pic x(11) value "  ARCHIVED=".
               05  filler              pic x(1)  value spaces.
               05  asl-archived        pic zzzzzz9.
               05  filler              pic x(11) value "  RETAINED=".
               05  filler              pic x(1)  value spaces.
               05  asl-retained        pic zzzzzz9.

       procedure division.

      * fl-date-display stores the present date, in the same yymmdd form the run log carries
        accept fl-date-display from date.
        move fl-date-display to ws-today-yymmdd.

      * fl-time-display stores the present time
        accept fl-time-display from time.

      * the operator names the selection: a run mode (blank for all), a run-date range (blank ends are open), and
      * a retention cutoff (blank for no archival this run)
        perform 005-accept-selection.

      * the live log is opened for the reporting pass; a log that cannot be opened is reported, not processed
        open input run-log.
        if ws-runlog-status not equal "00"
            display "RUN-LOG COULD NOT BE OPENED, STATUS=" ws-runlog-status
        else
            open output run-report
            perform 100-initial-heading
            initialize ws-mode-table

      *     the first run log record is read ahead of the pairing loop
            read run-log
                at end move ws-end-file to ws-end-file-check
            end-read

      *     the paired runs are sorted by the date and time they started, then printed back with the summaries
            sort run-sort-file
                on ascending key rs-start-date rs-start-time
                input procedure is 200-pair-run-records
                output procedure is 300-print-sorted-report

            perform 400-print-mode-summaries
            perform 450-print-grand-totals
            close run-log

      *     when a retention cutoff was named, the live log is split: runs that ended before it roll to the
      *     archive, the rest are written back to a fresh live log
            if ws-cutoff-date not equal spaces
                perform 500-archive-old-records
            end-if

            close run-report
            if ws-crashed-count greater than zero or ws-unbalanced-count greater than zero
                display "FLAGGED RUNS IN SELECTION - SEE RUNRPT.OUT"
            end-if
        end-if.

      * stops the application run
       stop run.

      * Code run when perform 005-accept-selection is called upon
       005-accept-selection.
           display "RUN MODE B/A/I/S (BLANK FOR ALL): " with no advancing.
           accept ws-select-mode.
           display "FROM RUN DATE YYMMDD (BLANK FOR OPEN): " with no advancing.
           accept ws-from-date.
           display "TO RUN DATE YYMMDD (BLANK FOR OPEN): " with no advancing.
           accept ws-to-date.
           display "ARCHIVE RUNS ENDED BEFORE YYMMDD (BLANK FOR NONE): " with no advancing.
           accept ws-cutoff-date.

      * Code run when perform 100-initial-heading is called upon
       100-initial-heading.
           move ws-page-number to tp-page-number.
           write report-line from first-line.
           write report-line from top-page after advancing ws-single-space line.
      *    the selection prints on the heading so the report proves what it covers
           if ws-select-mode equal space
               move "ALL" to sel-mode
           else
               move ws-select-mode to ws-lookup-mode
               perform 050-find-mode
               move mct-name(ws-mode-ix) to sel-mode
           end-if.
           if ws-from-date equal spaces
               move "OPEN  " to sel-from-date
           else
               move ws-from-date to sel-from-date
           end-if.
           if ws-to-date equal spaces
               move "OPEN  " to sel-to-date
           else
               move ws-to-date to sel-to-date
           end-if.
           write report-line from selection-line after advancing ws-single-space line.
           write report-line from heading-column-line after advancing ws-double-space line.
           write report-line from spaces.
           move zero to ws-page-line.

      * Code run when perform 150-page-heading is called upon
       150-page-heading.
           add 1 to ws-page-number.
           move ws-page-number to tp-page-number.
           write report-line from first-line after advancing page.
           write report-line from top-page after advancing ws-double-space line.
           write report-line from heading-column-line after advancing ws-double-space line.
           write report-line from spaces.
           move zero to ws-page-line.

      * Code run when perform 050-find-mode is called upon; settles ws-mode-ix for the mode in ws-lookup-mode -- a
      * mode Lab6.cbl does not know falls to the last entry
       050-find-mode.
           set ws-mode-not-found to true.
           move zero to ws-mode-ix.
           perform 055-look-up-mode
               until ws-mode-was-found or ws-mode-ix not less than ws-mode-count - 1.
           if ws-mode-not-found
               move ws-mode-count to ws-mode-ix
           end-if.

      * Code run when perform 055-look-up-mode is called upon; advances the subscript and stops it on a match
       055-look-up-mode.
           add 1 to ws-mode-ix.
           if mct-mode(ws-mode-ix) equal ws-lookup-mode
               set ws-mode-was-found to true
           end-if.

      * Code run when perform 060-compute-moment is called upon; works the date in ws-date-view and the time in
      * ws-time-view out as seconds, so two moments can be subtracted for an elapsed time
       060-compute-moment.
           set ws-moment-is-invalid to true.
           move zero to ws-moment-seconds.
           if ws-date-text is numeric and ws-time-text is numeric
               compute ws-full-date = ws-century-base + ws-date-number
      *        a date the calendar does not have converts to day zero
               compute ws-moment-seconds = function integer-of-date(ws-full-date)
               if ws-moment-seconds greater than zero
                   compute ws-moment-seconds = ws-moment-seconds * 86400
                       + ws-time-hours * 3600 + ws-time-minutes * 60 + ws-time-seconds
                   set ws-moment-is-valid to true
               end-if
           end-if.

      * Code run when perform 070-edit-elapsed is called upon; edits the seconds in ws-elapsed-work as hh:mm:ss
      * into elapsed-view -- a run of a hundred hours or more shows as 99:59:59
       070-edit-elapsed.
           divide ws-elapsed-work by 3600 giving ws-elapsed-hours
               remainder ws-elapsed-remainder.
           if ws-elapsed-hours greater than 99
               move 99 to elv-hours
               move 59 to elv-minutes
               move 59 to elv-seconds
           else
               move ws-elapsed-hours to elv-hours
               divide ws-elapsed-remainder by 60 giving ws-elapsed-minutes
                   remainder ws-elapsed-remainder
               move ws-elapsed-minutes to elv-minutes
               move ws-elapsed-remainder to elv-seconds
           end-if.

      * Code run when perform 200-pair-run-records is called upon; this is the SORT's input procedure -- the log is
      * read in the order it was appended and each start is stacked on its mode's open starts until its end
      * arrives, the end pairing with the newest start still open; a quick inquiry run logged inside a long batch
      * run, or a run refused by the lock inside the run holding it, still pairs with its own start
       200-pair-run-records.
           perform 210-pair-one-run-record until ws-end-file-check equal ws-end-file.
      *    a start still open when the log runs out never logged its end
           move zero to ws-mode-ix.
           perform 240-close-out-open-starts
               until ws-mode-ix not less than ws-mode-count.

      * Code run when perform 210-pair-one-run-record is called upon
       210-pair-one-run-record.
           move rl-run-mode to ws-lookup-mode.
           perform 050-find-mode.
           if rl-record-type equal ws-start-type
      *        a mode with every open place taken gives up its oldest start as a run that died part-way
               if mt-open-depth(ws-mode-ix) not less than ws-stack-limit
                   perform 215-drop-oldest-start
               end-if
               add 1 to mt-open-depth(ws-mode-ix)
               move rl-run-date to mt-start-date(ws-mode-ix, mt-open-depth(ws-mode-ix))
               move rl-run-time to mt-start-time(ws-mode-ix, mt-open-depth(ws-mode-ix))
           else if rl-record-type equal ws-end-type
               perform 230-release-ended-run
           else
               add 1 to ws-unknown-type-count
           end-if
           end-if.
           read run-log
               at end move ws-end-file to ws-end-file-check
           end-read.

      * Code run when perform 215-drop-oldest-start is called upon; releases the oldest open start of ws-mode-ix
      * as a run with no end and moves the rest down a place
       215-drop-oldest-start.
           move 1 to ws-stack-ix.
           perform 220-release-unended-start.
           perform 217-shift-one-start
               until ws-stack-ix not less than mt-open-depth(ws-mode-ix).
           subtract 1 from mt-open-depth(ws-mode-ix).

      * Code run when perform 217-shift-one-start is called upon
       217-shift-one-start.
           add 1 to ws-stack-ix.
           move mt-open-start(ws-mode-ix, ws-stack-ix) to mt-open-start(ws-mode-ix, ws-stack-ix - 1).

      * Code run when perform 220-release-unended-start is called upon; releases open start ws-stack-ix of
      * ws-mode-ix as a run with no end -- one started today may simply still be going, so it is told apart
      * from one that died
       220-release-unended-start.
           initialize run-sort-record.
           move mt-start-date(ws-mode-ix, ws-stack-ix) to rs-start-date.
           move mt-start-time(ws-mode-ix, ws-stack-ix) to rs-start-time.
           move mct-mode(ws-mode-ix) to rs-run-mode.
           move spaces to rs-end-date, rs-end-time, rs-balance-verdict.
           if mt-start-date(ws-mode-ix, ws-stack-ix) equal ws-today-yymmdd
               move "R" to rs-condition
           else
               move "C" to rs-condition
           end-if.
           perform 250-select-and-release.

      * Code run when perform 230-release-ended-run is called upon; pairs the end record with its mode's newest
      * open start and works out the elapsed time -- an end with no open start is released on its own
       230-release-ended-run.
           initialize run-sort-record.
           move rl-run-mode to rs-run-mode.
           move rl-run-date to rs-end-date.
           move rl-run-time to rs-end-time.
           move rl-records-read to rs-records-read.
           move rl-valid-count to rs-valid-count.
           move rl-reject-count to rs-reject-count.
           move rl-apply-count to rs-apply-count.
           move rl-balance-verdict to rs-balance-verdict.
           if mt-open-depth(ws-mode-ix) greater than zero
               move mt-open-depth(ws-mode-ix) to ws-stack-ix
               move "P" to rs-condition
               move mt-start-date(ws-mode-ix, ws-stack-ix) to rs-start-date
               move mt-start-time(ws-mode-ix, ws-stack-ix) to rs-start-time
               move mt-start-date(ws-mode-ix, ws-stack-ix) to ws-date-text
               move mt-start-time(ws-mode-ix, ws-stack-ix) to ws-time-text
               perform 060-compute-moment
               move ws-moment-seconds to ws-start-moment
               move ws-moment-valid to ws-start-moment-valid
               move rl-run-date to ws-date-text
               move rl-run-time to ws-time-text
               perform 060-compute-moment
               if ws-moment-is-valid and ws-start-moment-is-valid
                   and ws-moment-seconds not less than ws-start-moment
                   compute rs-elapsed-seconds = ws-moment-seconds - ws-start-moment
               end-if
               subtract 1 from mt-open-depth(ws-mode-ix)
           else
      *        the start sorts under the end's own date and time, so the orphan prints where its run happened
               move "O" to rs-condition
               move rl-run-date to rs-start-date
               move rl-run-time to rs-start-time
           end-if.
           perform 250-select-and-release.

      * Code run when perform 240-close-out-open-starts is called upon
       240-close-out-open-starts.
           add 1 to ws-mode-ix.
           perform 245-close-out-one-start
               until mt-open-depth(ws-mode-ix) equal zero.

      * Code run when perform 245-close-out-one-start is called upon
       245-close-out-one-start.
           move mt-open-depth(ws-mode-ix) to ws-stack-ix.
           perform 220-release-unended-start.
           subtract 1 from mt-open-depth(ws-mode-ix).

      * Code run when perform 250-select-and-release is called upon; a run is selected when it matches the mode
      * filter and started inside the run-date range; a blank filter or a blank end of the range does not
      * constrain it
       250-select-and-release.
           if (ws-select-mode equal space or rs-run-mode equal ws-select-mode)
               and (ws-from-date equal spaces or rs-start-date not less than ws-from-date)
               and (ws-to-date equal spaces or rs-start-date not greater than ws-to-date)
               release run-sort-record
           end-if.

      * Code run when perform 300-print-sorted-report is called upon; this is the SORT's output procedure, printing
      * the selected runs in the order they started and gathering each mode's summary figures
       300-print-sorted-report.
           return run-sort-file at end move ws-end-sort to ws-end-sort-check.
           perform 310-print-one-run until ws-end-sort-check equal ws-end-sort.

      * Code run when perform 310-print-one-run is called upon
       310-print-one-run.
           add 1 to ws-page-line.
           if ws-page-line greater than ws-line-per-page
               perform 150-page-heading
               add 1 to ws-page-line
           end-if.
           move rs-run-mode to ws-lookup-mode.
           perform 050-find-mode.
           move mct-name(ws-mode-ix) to rdl-mode.
           move rs-start-date to rdl-start-date.
           move rs-start-time to rdl-start-time.
           move rs-end-date to rdl-end-date.
           move rs-end-time to rdl-end-time.
           move rs-records-read to rdl-records-read.
           move rs-valid-count to rdl-valid-count.
           move rs-reject-count to rdl-reject-count.
           move rs-apply-count to rdl-apply-count.
           move rs-balance-verdict to rdl-verdict.
           move spaces to rdl-elapsed, rdl-flag.
           add 1 to ws-selected-count.
           add 1 to mt-run-count(ws-mode-ix).

      *    a run is flagged by how it stands: no end logged, an end with no start, out of balance, or refused
           if rs-condition equal "C"
               move "*** NO END - RUN DIED" to rdl-flag
               add 1 to ws-crashed-count
               add 1 to mt-crashed-count(ws-mode-ix)
           else if rs-condition equal "R"
               move "NO END YET - MAY BE RUNNING" to rdl-flag
               add 1 to ws-running-count
           else
               if rs-condition equal "O"
                   move spaces to rdl-start-date, rdl-start-time
                   move "NO START ON LOG" to rdl-flag
                   add 1 to ws-orphan-count
               else
                   move rs-elapsed-seconds to ws-elapsed-work
                   perform 070-edit-elapsed
                   move elapsed-view to rdl-elapsed
                   add 1 to mt-timed-count(ws-mode-ix)
                   add rs-elapsed-seconds to mt-total-elapsed(ws-mode-ix)
                   if rs-elapsed-seconds greater than mt-longest-elapsed(ws-mode-ix)
                       move rs-elapsed-seconds to mt-longest-elapsed(ws-mode-ix)
                   end-if
               end-if
               if rs-balance-verdict equal ws-out-of-balance-verdict
                   move "*** OUT OF BALANCE" to rdl-flag
                   add 1 to ws-unbalanced-count
                   add 1 to mt-unbalanced-count(ws-mode-ix)
               else if rs-balance-verdict equal ws-refused-verdict
                   move "*** REFUSED BY LOCK" to rdl-flag
                   add 1 to ws-refused-count
                   add 1 to mt-refused-count(ws-mode-ix)
               end-if
               end-if
           end-if
           end-if.
           write report-line from run-detail-line.
           return run-sort-file at end move ws-end-sort to ws-end-sort-check.

      * Code run when perform 400-print-mode-summaries is called upon; one line per run mode the selection holds
       400-print-mode-summaries.
           write report-line from spaces.
           write report-line from mode-heading-line.
           move zero to ws-mode-ix.
           perform 410-print-one-mode-summary
               until ws-mode-ix not less than ws-mode-count.

      * Code run when perform 410-print-one-mode-summary is called upon; the average and longest elapsed times
      * are over the runs that logged an end with a start to time it from
       410-print-one-mode-summary.
           add 1 to ws-mode-ix.
           if mt-run-count(ws-mode-ix) greater than zero
               move mct-name(ws-mode-ix) to msl-mode
               move mt-run-count(ws-mode-ix) to msl-run-count
               if mt-timed-count(ws-mode-ix) greater than zero
                   compute ws-average-elapsed rounded =
                       mt-total-elapsed(ws-mode-ix) / mt-timed-count(ws-mode-ix)
               else
                   move zero to ws-average-elapsed
               end-if
               move ws-average-elapsed to ws-elapsed-work
               perform 070-edit-elapsed
               move elapsed-view to msl-average
               move mt-longest-elapsed(ws-mode-ix) to ws-elapsed-work
               perform 070-edit-elapsed
               move elapsed-view to msl-longest
               compute msl-failures = mt-crashed-count(ws-mode-ix)
                   + mt-unbalanced-count(ws-mode-ix) + mt-refused-count(ws-mode-ix)
               move mt-crashed-count(ws-mode-ix) to msl-crashed
               move mt-unbalanced-count(ws-mode-ix) to msl-unbalanced
               move mt-refused-count(ws-mode-ix) to msl-refused
               write report-line from mode-summary-line
           end-if.

      * Code run when perform 450-print-grand-totals is called upon
       450-print-grand-totals.
           move ws-selected-count to gtl-count.
           move ws-crashed-count to gtl-crashed.
           move ws-unbalanced-count to gtl-unbalanced.
           move ws-refused-count to gtl-refused.
           move ws-orphan-count to gtl-orphans.
           write report-line from spaces.
           write report-line from grand-total-line.
           if ws-unknown-type-count greater than zero
               display "RUN LOG RECORDS NEITHER START NOR END= " ws-unknown-type-count
           end-if.

      * Code run when perform 500-archive-old-records is called upon; splits the live log on the retention cutoff:
      * runs that ended before it append to the archive, the rest are written back to a fresh live log via the
      * work file. a start older than the cutoff is held until its end is seen, so a run that began before the
      * cutoff and ended on or after it stays whole on the live log instead of being split across the two files.
      * the live log is only rewritten once the split has gone through cleanly, and only from a work file that
      * could be read back, so a failure at any step leaves every logged record on the live log
       500-archive-old-records.
           set ws-archive-is-clean to true.
      *    the archive is appended to, never overwritten; a first-ever archival has no file yet, so a not-found
      *    open is retried as an output open that creates it
           open extend archive-file.
           if ws-archive-status equal "35"
               open output archive-file
           end-if.
           if ws-archive-status not equal "00"
               display "ARCHIVE-FILE COULD NOT BE OPENED, STATUS=" ws-archive-status
               set ws-archive-has-failed to true
           else
      *        the keep side must be there before anything is written to the archive
               open output run-log-work
               if ws-work-status not equal "00"
                   display "RUN-LOG-WORK COULD NOT BE OPENED, STATUS=" ws-work-status
                   set ws-archive-has-failed to true
                   close archive-file
               else
                   perform 540-split-live-log
               end-if
           end-if.

           if ws-archive-is-clean
               perform 550-rewrite-live-log
           end-if.

           if ws-archive-is-clean
      *        the split is reported on the report and at the console
               move ws-cutoff-date to asl-cutoff-date
               move ws-archived-count to asl-archived
               move ws-retained-count to asl-retained
               write report-line from spaces
               write report-line from archive-summary-line
               display "ARCHIVED " ws-archived-count " RECORDS, RETAINED " ws-retained-count
           else
               move 8 to return-code
           end-if.

      * Code run when perform 540-split-live-log is called upon; reads the live log through once, writing each
      * record to the archive or the keep side -- a read or write that fails stops the split, and the live log
      * is then left as it stands
       540-split-live-log.
           open input run-log.
           if ws-runlog-status not equal "00"
               display "RUN-LOG COULD NOT BE REOPENED, STATUS=" ws-runlog-status
               set ws-archive-has-failed to true
               close run-log-work, archive-file
           else
               move "FALSE" to ws-end-file-check
               read run-log
                   at end move ws-end-file to ws-end-file-check
               end-read
               perform 510-split-one-run-record
                   until ws-end-file-check equal ws-end-file or ws-archive-has-failed
      *        a held start whose end never came is an old run that died -- it goes to the archive
               move zero to ws-mode-ix
               perform 530-archive-held-starts
                   until ws-mode-ix not less than ws-mode-count or ws-archive-has-failed
               close run-log, run-log-work, archive-file
               if ws-archive-has-failed
                   display "ARCHIVAL STOPPED - LIVE LOG LEFT AS IT STANDS, CHECK RUNLOG.ARC FOR A PART SPLIT BEFORE A RERUN"
               end-if
           end-if.

      * Code run when perform 550-rewrite-live-log is called upon; the live log is rewritten from the keep side of
      * the split -- the work file is opened before the live log is truncated, and a restore that fails part-way
      * leaves the kept records on the work file to be copied back
       550-rewrite-live-log.
           open input run-log-work.
           if ws-work-status not equal "00"
               display "RUN-LOG-WORK COULD NOT BE REOPENED, STATUS=" ws-work-status
               display "LIVE LOG NOT REWRITTEN - THE RECORDS JUST ARCHIVED ARE STILL ON IT, KEPT RECORDS ARE ON RUNLNEW.TMP"
               set ws-archive-has-failed to true
           else
               open output run-log
               if ws-runlog-status not equal "00"
                   display "RUN-LOG COULD NOT BE REWRITTEN, STATUS=" ws-runlog-status
                   display "LIVE LOG NOT REWRITTEN - THE RECORDS JUST ARCHIVED ARE STILL ON IT, KEPT RECORDS ARE ON RUNLNEW.TMP"
                   set ws-archive-has-failed to true
                   close run-log-work
               else
                   move "FALSE" to ws-end-work-check
                   read run-log-work
                       at end move ws-end-work to ws-end-work-check
                   end-read
                   perform 520-restore-one-kept-record
                       until ws-end-work-check equal ws-end-work
                           or ws-work-status not equal "00" or ws-runlog-status not equal "00"
                   if ws-end-work-check not equal ws-end-work
                       display "LIVE LOG RESTORE FAILED, WORK STATUS=" ws-work-status " LOG STATUS=" ws-runlog-status
                       display "KEPT RECORDS ARE ON RUNLNEW.TMP - COPY IT BACK TO RUNLOG.DAT BEFORE THE NEXT RUN"
                       set ws-archive-has-failed to true
                   end-if
                   close run-log, run-log-work
               end-if
           end-if.

      * Code run when perform 510-split-one-run-record is called upon; a start is stacked on its mode's held
      * starts, held back when older than the cutoff and written to the keep side straight away otherwise, and
      * an end goes with the newest held start of its mode
       510-split-one-run-record.
           move rl-run-mode to ws-lookup-mode.
           perform 050-find-mode.
           if rl-record-type equal ws-start-type
      *        a mode with every held place taken gives up its oldest start as a run that never ended
               if mt-held-depth(ws-mode-ix) not less than ws-stack-limit
                   perform 515-drop-oldest-held
               end-if
               add 1 to mt-held-depth(ws-mode-ix)
               move mt-held-depth(ws-mode-ix) to ws-stack-ix
               move run-log-record to mt-held-record(ws-mode-ix, ws-stack-ix)
               if rl-run-date less than ws-cutoff-date
                   move "N" to mt-held-kept(ws-mode-ix, ws-stack-ix)
               else
                   move "Y" to mt-held-kept(ws-mode-ix, ws-stack-ix)
                   write run-log-work-record from run-log-record
                   add 1 to ws-retained-count
               end-if
           else if rl-record-type equal ws-end-type
                   and mt-held-depth(ws-mode-ix) greater than zero
      *        the start goes wherever its end goes, so the pair stays together -- a start already kept keeps its end
               move mt-held-depth(ws-mode-ix) to ws-stack-ix
               if mt-held-kept(ws-mode-ix, ws-stack-ix) equal "Y"
                   write run-log-work-record from run-log-record
                   add 1 to ws-retained-count
               else if rl-run-date less than ws-cutoff-date
                   write archive-record from mt-held-record(ws-mode-ix, ws-stack-ix)
                   write archive-record from run-log-record
                   add 2 to ws-archived-count
               else
                   write run-log-work-record from mt-held-record(ws-mode-ix, ws-stack-ix)
                   write run-log-work-record from run-log-record
                   add 2 to ws-retained-count
               end-if
               end-if
               subtract 1 from mt-held-depth(ws-mode-ix)
           else if rl-run-date less than ws-cutoff-date
               write archive-record from run-log-record
               add 1 to ws-archived-count
           else
               write run-log-work-record from run-log-record
               add 1 to ws-retained-count
           end-if
           end-if
           end-if.
           perform 560-check-split-status.
           read run-log
               at end move ws-end-file to ws-end-file-check
           end-read.
           if ws-runlog-status not equal "00" and ws-end-file-check not equal ws-end-file
               display "RUN-LOG READ FAILED DURING ARCHIVAL, STATUS=" ws-runlog-status
               set ws-archive-has-failed to true
           end-if.

      * Code run when perform 515-drop-oldest-held is called upon; the oldest held start of ws-mode-ix goes to the
      * archive if it was not already kept, and the rest move down a place
       515-drop-oldest-held.
           move 1 to ws-stack-ix.
           perform 535-archive-one-held.
           perform 517-shift-one-held
               until ws-stack-ix not less than mt-held-depth(ws-mode-ix).
           subtract 1 from mt-held-depth(ws-mode-ix).

      * Code run when perform 517-shift-one-held is called upon
       517-shift-one-held.
           add 1 to ws-stack-ix.
           move mt-held-start(ws-mode-ix, ws-stack-ix) to mt-held-start(ws-mode-ix, ws-stack-ix - 1).

      * Code run when perform 520-restore-one-kept-record is called upon
       520-restore-one-kept-record.
           write run-log-record from run-log-work-record.
           if ws-runlog-status equal "00"
               read run-log-work
                   at end move ws-end-work to ws-end-work-check
               end-read
           end-if.

      * Code run when perform 530-archive-held-starts is called upon
       530-archive-held-starts.
           add 1 to ws-mode-ix.
           perform 537-archive-top-held
               until mt-held-depth(ws-mode-ix) equal zero or ws-archive-has-failed.

      * Code run when perform 535-archive-one-held is called upon; held start ws-stack-ix of ws-mode-ix never
      * ended -- one held back for being older than the cutoff goes to the archive, one already kept stays kept
       535-archive-one-held.
           if mt-held-kept(ws-mode-ix, ws-stack-ix) not equal "Y"
               write archive-record from mt-held-record(ws-mode-ix, ws-stack-ix)
               add 1 to ws-archived-count
               perform 560-check-split-status
           end-if.

      * Code run when perform 537-archive-top-held is called upon
       537-archive-top-held.
           move mt-held-depth(ws-mode-ix) to ws-stack-ix.
           perform 535-archive-one-held.
           subtract 1 from mt-held-depth(ws-mode-ix).

      * Code run when perform 560-check-split-status is called upon; a write to either side of the split that did
      * not succeed stops the split
       560-check-split-status.
           if ws-archive-status not equal "00" or ws-work-status not equal "00"
               display "ARCHIVAL WRITE FAILED, ARCHIVE STATUS=" ws-archive-status " WORK STATUS=" ws-work-status
               set ws-archive-has-failed to true
           end-if.
