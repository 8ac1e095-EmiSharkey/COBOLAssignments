      * Program Name:  IntgChk.cbl
      * Author:        Emilie Sharkey
      * Date:          2026-10-15
      * Version:       1.0
      * Description:   Read-only integrity sweep of the employee master.
      *                Every record on lab6.dat is checked for fields that
      *                contradict each other -- a hire date that is missing,
      *                unreal, or in the future; a last-increase or status
      *                date before the hire date; a terminated or on-leave
      *                status with no status date; a status the system does
      *                not know; a department not on deptmast.dat; whole
      *                years of service that disagree with the hire date --
      *                and is then compared with the after image of its
      *                latest EMPHIST.DAT change, so a record changed
      *                outside the programs that keep the history, or one
      *                deleted or re-added behind its back, is caught. The
      *                exceptions are printed by severity, serious first,
      *                and the run ends with return code 8 when anything
      *                serious turned up, so the scheduler can hold an
      *                apply run until the master has been put right.
      *
      * Companion To:  EmpMaint.cbl / RejCycle.cbl / RetroAdj.cbl /
      *                DeptMaint.cbl / Lab6.cbl, which rewrite the master
      *                and append the change history this sweep checks it
      *                against

       identification division.
       program-id. intgchk.
       author. Emilie.

       environment division.

       input-output section.

       file-control.
      *    employee-info is the same indexed master file Lab6.cbl reads, keyed on er-employee-number; here it is
      *    only ever read, walked start to finish in key order
           select employee-info assign to "../../employee/lab6.dat"
           organization is indexed
           access mode is dynamic
           record key is er-employee-number
           alternate record key is er-department-code with duplicates
           alternate record key is er-employee-name with duplicates
           file status is ws-employee-info-status.

      *    department-master is the indexed department file every department code is checked against
           select department-master assign to "../../employee/deptmast.dat"
           organization is indexed
           access mode is dynamic
           record key is dm-department-code
           file status is ws-dept-status.

      *    change-history is the permanent, append-only history of every change made to a lab6.dat record; here
      *    it is only ever read
           select change-history assign to "EMPHIST.DAT"
           organization is line sequential
           file status is ws-emphist-status.

      *    history-sort-file is the sort work file that orders the history by employee number, keeping each
      *    employee's changes in the order they were appended
           select history-sort-file assign to "HISTSORT.TMP".

      *    history-by-employee receives the sorted history, so it can be matched against the master in key order
           select history-by-employee assign to "HISTWRK.TMP"
           organization is line sequential.

      *    exception-work-file gathers every exception as it is found, so the report can be sorted by severity
      *    however many exceptions a sweep turns up
           select exception-work-file assign to "EXCPWRK.TMP"
           organization is line sequential.

      *    exception-sort-file is the sort work file that orders the exceptions by severity, then employee number
           select exception-sort-file assign to "EXCPSORT.TMP".

      *    integrity-report is the printed exception report
           select integrity-report assign to "INTEGRTY.OUT"
           organization is line sequential.

       data division.

       file section.

      *    file description for employee-info that states that employee-record will be used to store the records from the file
           fd employee-info
               data record is employee-record.
      *    employee-record is the same record layout Lab6.cbl declares over this file
           01 employee-record.
               05 er-employee-number       pic x(3).
               05 er-employee-name         pic x(15).
               05 er-employee-years        pic x(2).
               05 er-employee-code         pic x.
               05 er-employee-salary       pic 9(5)v9(2).
               05 er-hire-date             pic 9(8).
               05 er-last-increase-date    pic 9(8).
               05 er-department-code       pic x(3).
               05 er-employee-status       pic x.
               05 er-status-date           pic 9(8).

      *    file description for department-master that states that department-record will be used to store the records from the file
           fd department-master
               data record is department-record.
      *    department-record is the same record layout DeptLoad.cbl writes to this file
           01 department-record.
               05 dm-department-code       pic x(3).
               05 dm-department-name       pic x(20).
               05 dm-manager-name          pic x(15).

      *    file description for change-history that states that change-history-record will be used to store the
      *    lines from the file
           fd change-history
               data record is change-history-record.
      *    change-history-record carries one change to the master, laid out exactly as EmpMaint.cbl writes it
           01 change-history-record.
               05 hx-employee-number       pic x(3).
               05 hx-change-date           pic 9(8).
               05 hx-change-time           pic x(7).
               05 hx-source-program        pic x(8).
               05 hx-action                pic x(6).
               05 hx-before-flag           pic x.
               05 hx-before-image          pic x(56).
               05 hx-after-flag            pic x.
               05 hx-after-image           pic x(56).

      *    sd for history-sort-file, used to order the history by employee number, then by the order it was read
           sd history-sort-file
               data record is history-sort-record.
      *    history-sort-record carries the parts of one change the sweep needs, with its place in the history so
      *    an employee's changes stay in the order they were made
           01 history-sort-record.
               05 hs-employee-number       pic x(3).
               05 hs-sequence              pic 9(9).
               05 hs-change-date           pic 9(8).
               05 hs-source-program        pic x(8).
               05 hs-action                pic x(6).
               05 hs-after-flag            pic x.
               05 hs-after-image           pic x(56).

      *    file description for history-by-employee that states that history-by-employee-record will be used to
      *    store the lines from the file
           fd history-by-employee
               data record is history-by-employee-record.
      *    history-by-employee-record carries one sorted history-sort-record
           01 history-by-employee-record.
               05 hb-employee-number       pic x(3).
               05 hb-sequence              pic 9(9).
               05 hb-change-date           pic 9(8).
               05 hb-source-program        pic x(8).
               05 hb-action                pic x(6).
               05 hb-after-flag            pic x.
               05 hb-after-image           pic x(56).

      *    file description for exception-work-file that states that exception-work-record will be used to store
      *    the lines written to the file
           fd exception-work-file
               data record is exception-work-record.
      *    exception-work-record carries one exception: its severity (1 serious, 2 warning), the employee, what
      *    was found, and the figures that show it
           01 exception-work-record.
               05 ew-severity              pic 9.
               05 ew-employee-number       pic x(3).
               05 ew-employee-name         pic x(15).
               05 ew-description           pic x(45).
               05 ew-detail                pic x(38).

      *    sd for exception-sort-file, used to order the exceptions by severity, then employee number
           sd exception-sort-file
               data record is exception-sort-record.
      *    exception-sort-record carries one exception-work-record through the sort
           01 exception-sort-record.
               05 es-severity              pic 9.
               05 es-employee-number       pic x(3).
               05 es-employee-name         pic x(15).
               05 es-description           pic x(45).
               05 es-detail                pic x(38).

      *    file description for integrity-report that states that report-line will be used to store the lines
      *    written to the file
           fd integrity-report
               data record is report-line.
      *    blank record that will be used to write data from the application into integrity-report
           01 report-line pic x(118).

       working-storage section.
      *    ws-end-file is used as an indicator that the end of file has been reached
           77  ws-end-file                 pic x(5)
               value "TRUE".
      *    ws-end-master-check is used to check if end of the master has been reached
           77  ws-end-master-check         pic x(5)
               value "FALSE".
      *    ws-end-history-check is used to check if end of the unsorted history has been reached
           77  ws-end-history-check        pic x(5)
               value "FALSE".
      *    ws-end-sorted-check is used to check if end of the sorted history has been reached
           77  ws-end-sorted-check         pic x(5)
               value "FALSE".
      *    ws-end-sort and ws-end-sort-check are used the same way, but for reading the sorted exceptions back
           77  ws-end-sort                 pic x(5)
               value "TRUE".
           77  ws-end-sort-check           pic x(5)
               value "FALSE".
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
      *    ws-serious and ws-warning are the two severities an exception is filed under, serious sorting first
           77  ws-serious                  pic 9
               value 1.
           77  ws-warning                  pic 9
               value 2.
      *    ws-status-active through ws-status-terminated are the status characters EmpMaint.cbl's STATUS
      *    transaction sets -- a space, on records that predate the field, reads as active
           77  ws-status-active            pic x
               value "A".
           77  ws-status-leave             pic x
               value "L".
           77  ws-status-terminated        pic x
               value "T".
      *    ws-employee-info-status holds the file status code returned by every operation against the indexed master
           77  ws-employee-info-status     pic xx
               value "00".
      *    ws-dept-status holds the file status code returned by every operation against the department master
           77  ws-dept-status              pic xx
               value "00".
      *    ws-emphist-status holds the file status code returned by opening the change history
           77  ws-emphist-status           pic xx
               value "00".
      *    ws-history-open is used as a switch to indicate whether a change history was on hand to compare with --
      *    without one, the comparison is skipped and the report says so rather than flagging every record
           77  ws-history-open             pic x
               value "N".
              88  ws-history-available     value "Y".
              88  ws-history-missing       value "N".
      *    ws-today-date holds today's date as ccyymmdd, and ws-today-days its integer day number
           77  ws-today-date               pic 9(8)
               value 0.
           77  ws-today-days               pic 9(9)
               value 0.
      *    ws-hire-date-days holds the hire date's integer day number -- zero when the hire date is no real date
           77  ws-hire-date-days           pic 9(9)
               value 0.
      *    ws-service-years holds the whole years between the hire date and today, for the years-field check
           77  ws-service-years            pic 999
               value 0.
      *    ws-years-difference holds how far the years field is from the whole years the hire date gives; the
      *    field is only keyed when a record is added, so it is allowed to lag by the one year it can fall behind
           77  ws-years-difference         pic s999
               value 0.
           77  ws-years-tolerance          pic 9
               value 1.
      *    ws-years-field holds the years field as a number, once it is known to be digits
           77  ws-years-field              pic 99
               value 0.
      *    ws-history-sequence numbers each history record in the order it was read, so the sort keeps each
      *    employee's changes in the order they were appended
           77  ws-history-sequence         pic 9(9)
               value 0.
      *    ws-group-employee-number holds the employee whose history changes are being gathered
           77  ws-group-employee-number    pic x(3)
               value spaces.
      *    ws-latest-found is used as a switch to indicate whether the master record being checked has any history
           77  ws-latest-found             pic x
               value "N".
              88  ws-latest-was-found      value "Y".
              88  ws-latest-not-found      value "N".
      *    ws-latest-change-date, ws-latest-source, ws-latest-action, and ws-latest-after-flag hold the latest
      *    history change gathered for the employee, and ws-latest-after-image its after image
           77  ws-latest-change-date       pic 9(8)
               value 0.
           77  ws-latest-source            pic x(8)
               value spaces.
           77  ws-latest-action            pic x(6)
               value spaces.
           77  ws-latest-after-flag        pic x
               value space.
      *    ws-latest-view reads the latest after image in the master's own field layout, so a mismatch can be
      *    pinned to the field that moved
           01  ws-latest-view.
               05 ws-latest-after-image    pic x(56).
               05 lv-field-view redefines ws-latest-after-image.
                   10 lv-employee-number   pic x(3).
                   10 lv-employee-name     pic x(15).
                   10 lv-employee-years    pic x(2).
                   10 lv-employee-code     pic x.
                   10 lv-employee-salary   pic 9(5)v9(2).
                   10 lv-hire-date         pic 9(8).
                   10 lv-last-increase-date pic 9(8).
                   10 lv-department-code   pic x(3).
                   10 lv-employee-status   pic x.
                   10 lv-status-date       pic 9(8).
      *    ws-differing-field names the first field found to differ between the master and the latest after image
           77  ws-differing-field          pic x(16)
               value spaces.
      *    ws-records-checked, ws-history-read, ws-serious-count, and ws-warning-count tally the sweep
           77  ws-records-checked          pic 9(5)
               value 0.
           77  ws-history-read             pic 9(7)
               value 0.
           77  ws-serious-count            pic 9(5)
               value 0.
           77  ws-warning-count            pic 9(5)
               value 0.
      *    ws-exception-severity, ws-exception-description, and ws-exception-detail carry the exception being filed
           77  ws-exception-severity       pic 9
               value 0.
           77  ws-exception-description    pic x(45)
               value spaces.
           77  ws-exception-detail         pic x(38)
               value spaces.
      *    ws-print-severity holds the severity whose exceptions are being printed, for the severity break
           77  ws-print-severity           pic 9
               value 0.
      *    ws-years-display and ws-salary-display edit figures for an exception's detail
           77  ws-years-display            pic zz9.
           77  ws-salary-display           pic zzzz9.99.

      *    first-line is a record that uses its elementary items to store the author name, program name, time, and date
           01  first-line.
                   05  filler              pic x(5)  value spaces.
                   05  filler              pic x(35)
                           value "Emilie Sharkey, Integrity Sweep".
                   05  filler              pic x(5)  value spaces.
                   05  fl-date-display     pic x(6).
                   05  filler              pic x(5)  value spaces.
                   05  fl-time-display     pic x(7).

      *    top-page is a record that stores the report title and page number
           01  top-page.
               05  filler              pic x(15) value spaces.
               05  filler              pic x(36)
                   value "EMPLOYEE MASTER INTEGRITY EXCEPTIONS".
               05  filler              pic x(15) value spaces.
               05  filler              pic x(4)
                   value "PAGE".
               05  tp-page-number      pic zz9.

      *    heading-column-line carries the report's column names
           01  heading-column-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(8)  value "SEVERITY".
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(3)  value "EMP".
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(15) value "NAME".
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(45) value "EXCEPTION".
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(38) value "DETAIL".

      *    severity-line heads each severity's exceptions
           01  severity-line.
               05  filler              pic x(1)  value spaces.
               05  svl-title           pic x(30).

      *    exception-line reports one exception
           01  exception-line.
               05  filler              pic x(1)  value spaces.
               05  exl-severity        pic x(8).
               05  filler              pic x(2)  value spaces.
               05  exl-number          pic x(3).
               05  filler              pic x(2)  value spaces.
               05  exl-name            pic x(15).
               05  filler              pic x(2)  value spaces.
               05  exl-description     pic x(45).
               05  filler              pic x(2)  value spaces.
               05  exl-detail          pic x(38).

      *    clean-line is printed when the sweep finds nothing to report
           01  clean-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(40)
                   value "NO INTEGRITY EXCEPTIONS FOUND".

      *    no-history-line is printed when no change history was on hand, so the report does not pass for a full sweep
           01  no-history-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(72)
                   value "EMPHIST.DAT NOT AVAILABLE - MASTER NOT COMPARED WITH ITS CHANGE HISTORY".

      *    total-line reports the sweep's counts
           01  total-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(17) value "RECORDS CHECKED= ".
               05  ttl-checked         pic zzzz9.
               05  filler              pic x(18) value "  HISTORY READ=   ".
               05  ttl-history         pic zzzzzz9.
               05  filler              pic x(11) value "  SERIOUS= ".
               05  ttl-serious         pic zzzz9.
               05  filler              pic x(12) value "  WARNINGS= ".
               05  ttl-warnings        pic zzzz9.

       procedure division.

      * fl-date-display stores the present date
        accept fl-date-display from date.

      * fl-time-display stores the present time
        accept fl-time-display from time.

      * ws-today-date stores the present date as ccyymmdd, which hire and increase dates may not pass
        accept ws-today-date from date yyyymmdd.
        compute ws-today-days = function integer-of-date(ws-today-date).

        open input employee-info.
        if ws-employee-info-status not equal "00"
            display "EMPLOYEE-INFO FILE COULD NOT BE OPENED, STATUS=" ws-employee-info-status
            move 8 to return-code
        else
      *     a sweep that cannot check departments is no sweep at all, so a missing department master stops it
            open input department-master
            if ws-dept-status not equal "00"
                display "DEPARTMENT MASTER COULD NOT BE OPENED, STATUS=" ws-dept-status
                close employee-info
                move 8 to return-code
            else
      *         the change history is put in employee order first, so it can be matched against the master
                perform 100-sort-history
                open output exception-work-file
                if ws-history-available
                    open input history-by-employee
                    read history-by-employee
                        at end move ws-end-file to ws-end-sorted-check
                    end-read
                else
                    move ws-end-file to ws-end-sorted-check
                end-if
                read employee-info next record
                    at end move ws-end-file to ws-end-master-check
                end-read
                perform 200-match-one-key
                    until ws-end-master-check equal ws-end-file
                    and ws-end-sorted-check equal ws-end-file
                close exception-work-file, employee-info, department-master
                if ws-history-available
                    close history-by-employee
                end-if

                open output integrity-report
                perform 500-initial-heading
                sort exception-sort-file
                    on ascending key es-severity es-employee-number
                    using exception-work-file
                    output procedure is 600-print-exceptions
                perform 700-print-totals
                close integrity-report

                display "RECORDS CHECKED:     " ws-records-checked
                display "SERIOUS EXCEPTIONS:  " ws-serious-count
                display "WARNINGS:            " ws-warning-count
      *         anything serious means the master cannot be trusted for an apply run -- the nonzero return code
      *         lets the scheduler hold the run until it has been put right
                if ws-serious-count greater than zero
                    display "SERIOUS INTEGRITY EXCEPTIONS FOUND - SEE INTEGRTY.OUT"
                    move 8 to return-code
                end-if
            end-if
        end-if.

      * stops the application run
       stop run.

      * Code run when perform 100-sort-history is called upon; a missing change history leaves the comparison
      * undone and the report saying so
       100-sort-history.
           open input change-history.
           if ws-emphist-status equal "00"
               set ws-history-available to true
               close change-history
               sort history-sort-file
                   on ascending key hs-employee-number hs-sequence
                   input procedure is 110-release-history
                   giving history-by-employee
           else
               display "EMPHIST.DAT COULD NOT BE OPENED - MASTER NOT COMPARED WITH ITS HISTORY"
           end-if.

      * Code run when perform 110-release-history is called upon; this is the history sort's input procedure
       110-release-history.
           open input change-history.
           read change-history
               at end move ws-end-file to ws-end-history-check
           end-read.
           perform 120-release-one-change
               until ws-end-history-check equal ws-end-file.
           close change-history.

      * Code run when perform 120-release-one-change is called upon
       120-release-one-change.
           add 1 to ws-history-read.
           add 1 to ws-history-sequence.
           move hx-employee-number to hs-employee-number.
           move ws-history-sequence to hs-sequence.
           move hx-change-date to hs-change-date.
           move hx-source-program to hs-source-program.
           move hx-action to hs-action.
           move hx-after-flag to hs-after-flag.
           move hx-after-image to hs-after-image.
           release history-sort-record.
           read change-history
               at end move ws-end-file to ws-end-history-check
           end-read.

      * Code run when perform 200-match-one-key is called upon; matches the master and the sorted history on
      * employee number -- a master record with no history, history with no master record, and a master record
      * with history each take their own path
       200-match-one-key.
           if ws-end-sorted-check equal ws-end-file
               perform 210-check-master-only
           else if ws-end-master-check equal ws-end-file
               perform 220-check-history-only
           else if hb-employee-number greater than er-employee-number
               perform 210-check-master-only
           else if hb-employee-number less than er-employee-number
               perform 220-check-history-only
           else
               perform 230-gather-latest-change
               perform 300-check-master-record
               perform 400-compare-with-history
               perform 240-read-next-master
           end-if
           end-if
           end-if
           end-if.

      * Code run when perform 210-check-master-only is called upon; a record with no change history at all was
      * loaded before the history was kept, or written by something that does not keep it
       210-check-master-only.
           perform 300-check-master-record.
           if ws-history-available
               move ws-warning to ws-exception-severity
               move "NO CHANGE HISTORY FOR THIS RECORD" to ws-exception-description
               move spaces to ws-exception-detail
               perform 900-file-master-exception
           end-if.
           perform 240-read-next-master.

      * Code run when perform 220-check-history-only is called upon; history for an employee the master does not
      * carry is only right when the latest change deleted the record -- otherwise the record went missing
      * outside the programs that keep the history
       220-check-history-only.
           perform 230-gather-latest-change.
           if ws-latest-after-flag not equal "N"
               move ws-serious to ws-exception-severity
               move ws-group-employee-number to ew-employee-number
               move lv-employee-name to ew-employee-name
               move "HISTORY SHOWS RECORD BUT MASTER HAS NONE" to ws-exception-description
               move spaces to ws-exception-detail
               string "LAST " ws-latest-action " " ws-latest-source " " ws-latest-change-date
                   delimited by size into ws-exception-detail
               perform 910-file-exception
           end-if.

      * Code run when perform 230-gather-latest-change is called upon; reads through every change for the
      * employee at the head of the sorted history, keeping the last -- the history is in append order within
      * each employee, so the last is the latest
       230-gather-latest-change.
           set ws-latest-not-found to true.
           move hb-employee-number to ws-group-employee-number.
           perform 235-keep-one-change
               until ws-end-sorted-check equal ws-end-file
               or hb-employee-number not equal ws-group-employee-number.

      * Code run when perform 235-keep-one-change is called upon
       235-keep-one-change.
           set ws-latest-was-found to true.
           move hb-change-date to ws-latest-change-date.
           move hb-source-program to ws-latest-source.
           move hb-action to ws-latest-action.
           move hb-after-flag to ws-latest-after-flag.
           move hb-after-image to ws-latest-after-image.
           read history-by-employee
               at end move ws-end-file to ws-end-sorted-check
           end-read.

      * Code run when perform 240-read-next-master is called upon
       240-read-next-master.
           read employee-info next record
               at end move ws-end-file to ws-end-master-check
           end-read.

      * Code run when perform 300-check-master-record is called upon; checks the record against itself and
      * against the department master
       300-check-master-record.
           add 1 to ws-records-checked.
           move zero to ws-hire-date-days.
           if er-hire-date is not numeric
               move ws-serious to ws-exception-severity
               move "HIRE DATE IS NOT NUMERIC" to ws-exception-description
               move spaces to ws-exception-detail
               perform 900-file-master-exception
           else
      *        a date the calendar does not have converts to day zero
               if er-hire-date greater than zero
                   compute ws-hire-date-days = function integer-of-date(er-hire-date)
               end-if
               if ws-hire-date-days equal zero
                   move ws-serious to ws-exception-severity
                   move "HIRE DATE MISSING OR NOT A REAL DATE" to ws-exception-description
                   move spaces to ws-exception-detail
                   string "HIRE=" er-hire-date delimited by size into ws-exception-detail
                   perform 900-file-master-exception
               else if ws-hire-date-days greater than ws-today-days
                   move ws-serious to ws-exception-severity
                   move "HIRE DATE IS IN THE FUTURE" to ws-exception-description
                   move spaces to ws-exception-detail
                   string "HIRE=" er-hire-date delimited by size into ws-exception-detail
                   perform 900-file-master-exception
               else
                   perform 310-check-dates-against-hire
                   perform 320-check-years-field
               end-if
               end-if
           end-if.
           perform 330-check-status.
           perform 340-check-department.

      * Code run when perform 310-check-dates-against-hire is called upon; an increase or a status change cannot
      * come before the employee was hired -- a zero date means none has happened and passes
       310-check-dates-against-hire.
           if er-last-increase-date is not numeric
               move ws-serious to ws-exception-severity
               move "LAST INCREASE DATE IS NOT NUMERIC" to ws-exception-description
               move spaces to ws-exception-detail
               perform 900-file-master-exception
           else if er-last-increase-date greater than zero
               and er-last-increase-date less than er-hire-date
               move ws-serious to ws-exception-severity
               move "LAST INCREASE DATE BEFORE HIRE DATE" to ws-exception-description
               move spaces to ws-exception-detail
               string "INCR=" er-last-increase-date " HIRE=" er-hire-date
                   delimited by size into ws-exception-detail
               perform 900-file-master-exception
           end-if
           end-if.
           if er-status-date is not numeric
               move ws-serious to ws-exception-severity
               move "STATUS DATE IS NOT NUMERIC" to ws-exception-description
               move spaces to ws-exception-detail
               perform 900-file-master-exception
           else if er-status-date greater than zero
               and er-status-date less than er-hire-date
               move ws-serious to ws-exception-severity
               move "STATUS DATE BEFORE HIRE DATE" to ws-exception-description
               move spaces to ws-exception-detail
               string "STAT=" er-status-date " HIRE=" er-hire-date
                   delimited by size into ws-exception-detail
               perform 900-file-master-exception
           end-if
           end-if.

      * Code run when perform 320-check-years-field is called upon; er-employee-years is only keyed when a record
      * is added and is not used for classification, so a lag of a year is let pass and anything more is a warning
       320-check-years-field.
           compute ws-service-years = (ws-today-days - ws-hire-date-days) / 365.25.
           if er-employee-years is not numeric
               move ws-warning to ws-exception-severity
               move "YEARS FIELD IS NOT NUMERIC" to ws-exception-description
               move spaces to ws-exception-detail
               string "YEARS=" er-employee-years delimited by size into ws-exception-detail
               perform 900-file-master-exception
           else
               move er-employee-years to ws-years-field
               compute ws-years-difference = ws-service-years - ws-years-field
               if ws-years-difference greater than ws-years-tolerance
                   or ws-years-difference less than zero - ws-years-tolerance
                   move ws-warning to ws-exception-severity
                   move "YEARS FIELD DISAGREES WITH HIRE DATE" to ws-exception-description
                   move ws-service-years to ws-years-display
                   move spaces to ws-exception-detail
                   string "YEARS=" er-employee-years " BY HIRE DATE=" ws-years-display
                       delimited by size into ws-exception-detail
                   perform 900-file-master-exception
               end-if
           end-if.

      * Code run when perform 330-check-status is called upon; a terminated employee with no status date drops
      * out of every period count, and an unknown status is treated as active by nothing but chance
       330-check-status.
           if er-employee-status equal ws-status-terminated
               if er-status-date is numeric and er-status-date equal zero
                   move ws-serious to ws-exception-severity
                   move "TERMINATED WITH NO STATUS DATE" to ws-exception-description
                   move spaces to ws-exception-detail
                   perform 900-file-master-exception
               end-if
           else if er-employee-status equal ws-status-leave
               if er-status-date is numeric and er-status-date equal zero
                   move ws-warning to ws-exception-severity
                   move "ON LEAVE WITH NO STATUS DATE" to ws-exception-description
                   move spaces to ws-exception-detail
                   perform 900-file-master-exception
               end-if
           else if er-employee-status not equal ws-status-active
               and er-employee-status not equal space
               move ws-serious to ws-exception-severity
               move "STATUS IS NOT A, L, T, OR BLANK" to ws-exception-description
               move spaces to ws-exception-detail
               string "STATUS=" er-employee-status delimited by size into ws-exception-detail
               perform 900-file-master-exception
           end-if
           end-if
           end-if.

      * Code run when perform 340-check-department is called upon; the batch rejects a record whose department
      * is not on file, whatever the employee's status, so the sweep holds every record to the same edit
       340-check-department.
           move er-department-code to dm-department-code.
           read department-master record
               invalid key
                   move ws-serious to ws-exception-severity
                   move "DEPARTMENT NOT ON DEPTMAST" to ws-exception-description
                   move spaces to ws-exception-detail
                   string "DEPT=" er-department-code delimited by size into ws-exception-detail
                   perform 900-file-master-exception
           end-read.

      * Code run when perform 400-compare-with-history is called upon; the master record must match the after
      * image of the latest change the history holds for it -- a latest change that deleted the record means the
      * record came back without a history entry, and any other difference means it was changed outside the
      * programs that keep the history
       400-compare-with-history.
           if ws-latest-after-flag equal "N"
               move ws-serious to ws-exception-severity
               move "ON MASTER BUT HISTORY SHOWS IT DELETED" to ws-exception-description
               move spaces to ws-exception-detail
               string ws-latest-action " " ws-latest-source " " ws-latest-change-date
                   delimited by size into ws-exception-detail
               perform 900-file-master-exception
           else if employee-record not equal ws-latest-after-image
               perform 410-find-differing-field
               move ws-serious to ws-exception-severity
               move "RECORD DIFFERS FROM LATEST HISTORY IMAGE" to ws-exception-description
               move spaces to ws-exception-detail
               string ws-differing-field delimited by space
                   " SINCE " ws-latest-source " " ws-latest-change-date
                   delimited by size into ws-exception-detail
               perform 900-file-master-exception
           end-if
           end-if.

      * Code run when perform 410-find-differing-field is called upon; names the first field that differs, so
      * whoever chases the exception knows where to look
       410-find-differing-field.
           if er-employee-name not equal lv-employee-name
               move "NAME" to ws-differing-field
           else if er-employee-years not equal lv-employee-years
               move "YEARS" to ws-differing-field
           else if er-employee-code not equal lv-employee-code
               move "CODE" to ws-differing-field
           else if er-employee-salary not equal lv-employee-salary
               move "SALARY" to ws-differing-field
           else if er-hire-date not equal lv-hire-date
               move "HIRE-DATE" to ws-differing-field
           else if er-last-increase-date not equal lv-last-increase-date
               move "INCREASE-DATE" to ws-differing-field
           else if er-department-code not equal lv-department-code
               move "DEPARTMENT" to ws-differing-field
           else if er-employee-status not equal lv-employee-status
               move "STATUS" to ws-differing-field
           else if er-status-date not equal lv-status-date
               move "STATUS-DATE" to ws-differing-field
           else
               move "NUMBER" to ws-differing-field
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

      * Code run when perform 500-initial-heading is called upon
       500-initial-heading.
           move ws-page-number to tp-page-number.
           write report-line from first-line.
           write report-line from top-page after advancing ws-single-space line.
           write report-line from heading-column-line after advancing ws-double-space line.
           write report-line from spaces.
           if ws-history-missing
               write report-line from no-history-line
               write report-line from spaces
           end-if.
           move zero to ws-page-line.

      * Code run when perform 550-page-heading is called upon
       550-page-heading.
           add 1 to ws-page-number.
           move ws-page-number to tp-page-number.
           write report-line from first-line after advancing page.
           write report-line from top-page after advancing ws-double-space line.
           write report-line from heading-column-line after advancing ws-double-space line.
           write report-line from spaces.
           move zero to ws-page-line.

      * Code run when perform 600-print-exceptions is called upon; this is the exception sort's output procedure,
      * printing the serious exceptions first under their own heading, then the warnings under theirs
       600-print-exceptions.
           move zero to ws-print-severity.
           return exception-sort-file
               at end move ws-end-sort to ws-end-sort-check
           end-return.
           if ws-end-sort-check equal ws-end-sort
               write report-line from clean-line
           end-if.
           perform 610-print-one-exception
               until ws-end-sort-check equal ws-end-sort.

      * Code run when perform 610-print-one-exception is called upon
       610-print-one-exception.
           if es-severity not equal ws-print-severity
               move es-severity to ws-print-severity
               if es-severity equal ws-serious
                   move "SERIOUS EXCEPTIONS" to svl-title
               else
                   move "WARNINGS" to svl-title
               end-if
               write report-line from severity-line after advancing ws-double-space line
               add 2 to ws-page-line
           end-if.
           add 1 to ws-page-line.
           if ws-page-line greater than ws-line-per-page
               perform 550-page-heading
               add 1 to ws-page-line
           end-if.
           if es-severity equal ws-serious
               move "SERIOUS" to exl-severity
           else
               move "WARNING" to exl-severity
           end-if.
           move es-employee-number to exl-number.
           move es-employee-name to exl-name.
           move es-description to exl-description.
           move es-detail to exl-detail.
           write report-line from exception-line.
           return exception-sort-file
               at end move ws-end-sort to ws-end-sort-check
           end-return.

      * Code run when perform 700-print-totals is called upon
       700-print-totals.
           move ws-records-checked to ttl-checked.
           move ws-history-read to ttl-history.
           move ws-serious-count to ttl-serious.
           move ws-warning-count to ttl-warnings.
           write report-line from total-line after advancing ws-double-space line.

      * Code run when perform 900-file-master-exception is called upon; files an exception against the master
      * record being checked
       900-file-master-exception.
           move er-employee-number to ew-employee-number.
           move er-employee-name to ew-employee-name.
           perform 910-file-exception.

      * Code run when perform 910-file-exception is called upon; writes the exception onto the work file and
      * counts it under its severity
       910-file-exception.
           move ws-exception-severity to ew-severity.
           move ws-exception-description to ew-description.
           move ws-exception-detail to ew-detail.
           write exception-work-record.
           if ws-exception-severity equal ws-serious
               add 1 to ws-serious-count
           else
               add 1 to ws-warning-count
           end-if.
