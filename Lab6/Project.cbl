      * Program Name:  Project.cbl
      * Author:        Emilie Sharkey
      * Date:          2026-10-15
      * Version:       1.0
      * Description:   Multi-year payroll cost projection. Starting from the
      *                salaries and statuses on lab6.dat as they stand, every
      *                active employee is rolled forward one increase cycle
      *                at a time for up to five cycles, a year apart from the
      *                first cycle date the operator keys. Each cycle uses the
      *                RATES.DAT set in force on that cycle's date -- which
      *                carries the latest set on file forward once the dates
      *                run past it -- reclassifies the employee by the years
      *                of service they will have by then, the way Lab6.cbl's
      *                250-graduate/300-non-graduate classify them, and makes
      *                that cycle's new salary the next cycle's base. The
      *                projected payroll and total increase are reported per
      *                cycle, per position, and per department, on paper
      *                (PROJECT.OUT) and as comma-delimited rows finance can
      *                load (PROJECT.CSV). Nothing is written to the master
      *                or the audit log.
      *
      * Companion To:  Lab6.cbl, whose 850-run-budget-simulation answers the
      *                same question for the present cycle only

       identification division.
       program-id. project.
       author. Emilie.

       environment division.

       input-output section.

       file-control.
      *    employee-info is the same indexed master file Lab6.cbl reads, keyed on er-employee-number; here it is
      *    only ever read, walked start to finish
           select employee-info assign to "../../employee/lab6.dat"
           organization is indexed
           access mode is dynamic
           record key is er-employee-number
           alternate record key is er-department-code with duplicates
           alternate record key is er-employee-name with duplicates
           file status is ws-employee-info-status.

      *    department-master is the indexed department file, read by key for the department names the
      *    department section prints
           select department-master assign to "../../employee/deptmast.dat"
           organization is indexed
           access mode is dynamic
           record key is dm-department-code
           file status is ws-dept-status.

      *    rate-parameters is the same effective-dated rate file the batch loads; here every set is kept, so each
      *    cycle can be projected under the set in force on its own date
           select rate-parameters assign to "RATES.DAT"
           organization is line sequential
           file status is ws-rates-status.

      *    projection-report is the printed projection
           select projection-report assign to "PROJECT.OUT"
           organization is line sequential.

      *    projection-csv carries every figure on the printed projection as comma-delimited plain numbers, so
      *    finance can load the projection straight into their budget spreadsheet
           select projection-csv assign to "PROJECT.CSV"
           organization is line sequential.

      *    projection-work-file gathers one record per employee per cycle -- the cycle, department, and salary
      *    before and after that cycle's increase -- during the pass, so the department section is complete no
      *    matter how many departments the master carries, the way Lab6.cbl's dept-work-file keeps its summary
           select projection-work-file assign to "PROJWRK.TMP"
           organization is line sequential.

      *    projection-sort-file is the sort work file that orders projection-work-file's records by cycle and
      *    department code for the control break
           select projection-sort-file assign to "PROJSORT.TMP".

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

      *    file description for rate-parameters that states that rate-parameter-record will be used to store the
      *    lines from the file
           fd rate-parameters
               data record is rate-parameter-record.
      *    rate-parameter-record carries one rate set, laid out exactly as Lab6.cbl declares it
           01 rate-parameter-record.
               05 rp-effective-date        pic 9(8).
               05 rp-percent-analyst       pic 99v9.
               05 rp-percent-senior        pic 99v9.
               05 rp-percent-programmer    pic 99v9.
               05 rp-percent-junior        pic 99v9.
               05 rp-analyst-years         pic 99.
               05 rp-senior-min            pic 99.
               05 rp-programmer-years-minimum pic 99.
               05 rp-minimum-junior-programmer pic 99.
               05 rp-graduate-unclassified pic 99.

      *    file description for projection-report that states that report-line will be used to store the lines
      *    written to the file
           fd projection-report
               data record is report-line.
      *    blank record that will be used to write data from the application into projection-report
           01 report-line pic x(110).

      *    file description for projection-csv that states that csv-line will be used to store the lines written to the file
           fd projection-csv
               data record is csv-line.
      *    csv-line is written from projection-csv-record, which lives in working storage because value clauses on a
      *    file record's fillers are ignored, so the commas must be built there
           01 csv-line pic x(91).

      *    file description for projection-work-file that states that projection-work-record will be used to store
      *    the lines written to the file
           fd projection-work-file
               data record is projection-work-record.
      *    projection-work-record carries one employee's contribution to one cycle's department line
           01 projection-work-record.
               05 pw-cycle                 pic 9.
               05 pw-department-code       pic x(3).
               05 pw-department-name       pic x(20).
               05 pw-old-salary            pic 9(5)v9(2).
               05 pw-new-salary            pic 9(5)v9(2).

      *    sd for projection-sort-file, used to order the work records by cycle, then department code
           sd projection-sort-file
               data record is projection-sort-record.
      *    projection-sort-record carries one projection-work-record through the sort
           01 projection-sort-record.
               05 ps-cycle                 pic 9.
               05 ps-department-code       pic x(3).
               05 ps-department-name       pic x(20).
               05 ps-old-salary            pic 9(5)v9(2).
               05 ps-new-salary            pic 9(5)v9(2).

       working-storage section.
      *    ws-end-file is used as an indicator that the end of file has been reached
           77  ws-end-file                 pic x(5)
               value "TRUE".
      *    ws-end-file-check is used to check if end of the master has been reached
           77  ws-end-file-check           pic x(5)
               value "FALSE".
      *    ws-end-sort and ws-end-sort-check are used the same way, but for reading the sorted work records back
           77  ws-end-sort                 pic x(5)
               value "TRUE".
           77  ws-end-sort-check           pic x(5)
               value "FALSE".
      *    ws-end-rates-check is used to check if end of the rate file has been reached
           77  ws-end-rates-check          pic x(5)
               value "FALSE".
      *    ws-single-space and ws-double-space store the line counts for single and double spacing
           77  ws-single-space             pic 9
               value 1.
           77  ws-double-space             pic 9
               value 2.
      *    ws-line-per-page stores the number of lines permitted per report page
           77  ws-line-per-page            pic 99
               value 50.
      *    ws-page-line and ws-page-number track the report's pagination
           77  ws-page-line                pic 99
               value 0.
           77  ws-page-number              pic 999
               value 1.
      *    ws-graduate and ws-non-graduate are the two employee codes, the same characters Lab6.cbl classifies by
           77  ws-graduate                 pic x
               value "G".
           77  ws-non-graduate             pic x
               value "N".
      *    ws-status-active is the active status character -- a space, on records that predate the field, reads
      *    as active too -- and only an active employee is projected, since leave and termination draw no increase
           77  ws-status-active            pic x
               value "A".
      *    ws-programmer-graduate-max is the compiled-in upper bound on a graduate programmer's years, the same
      *    constant Lab6.cbl carries -- it is not part of the rate set, so it is mirrored here as a constant too
           77  ws-programmer-graduate-max  pic 99
               value 7.
      *    ws-analyst-group-code through ws-unclassified-group-code are the position codes Lab6.cbl groups its
      *    report by, which also subscript the position tables below
           77  ws-analyst-group-code       pic 9
               value 1.
           77  ws-senior-group-code        pic 9
               value 2.
           77  ws-programmer-group-code    pic 9
               value 3.
           77  ws-junior-group-code        pic 9
               value 4.
           77  ws-unclassified-group-code  pic 9
               value 5.
      *    ws-salary-ceiling is the largest salary er-employee-salary can carry -- the batch refuses a new salary
      *    above it, so a projected salary that would pass it is held where it is, as the batch would leave it
           77  ws-salary-ceiling           pic 9(5)v9(2)
               value 99999.99.
      *    ws-employee-info-status holds the file status code returned by every operation against the indexed master
           77  ws-employee-info-status     pic xx
               value "00".
      *    ws-dept-status holds the file status code returned by every operation against the department master
           77  ws-dept-status              pic xx
               value "00".
      *    ws-rates-status holds the file status code returned by opening the rate file
           77  ws-rates-status             pic xx
               value "00".
      *    ws-dept-master-open is used as a switch to indicate whether department names can be looked up
           77  ws-dept-master-open         pic x
               value "N".
              88  ws-dept-master-available value "Y".
              88  ws-dept-master-missing   value "N".
      *    ws-today-date holds today's date as ccyymmdd
           77  ws-today-date               pic 9(8)
               value 0.
      *    ws-first-cycle-entry holds the first cycle date as the operator keyed it, viewed as a number once it is
      *    known to be digits
           01  ws-first-cycle-entry.
               05 ws-first-cycle-text      pic x(8)
                   value spaces.
               05 ws-first-cycle-date redefines ws-first-cycle-text
                                           pic 9(8).
      *    ws-cycle-count-entry holds the number of cycles as the operator keyed it
           01  ws-cycle-count-entry.
               05 ws-cycle-count-text      pic x
                   value space.
               05 ws-cycle-count redefines ws-cycle-count-text
                                           pic 9.
      *    ws-cycle-max is the most cycles one projection carries -- the cycle tables below are sized to it
           77  ws-cycle-max                pic 9
               value 5.
      *    ws-selection-valid is used as a switch to indicate whether the operator's first cycle date and cycle
      *    count can be projected
           77  ws-selection-valid          pic x
               value "N".
              88  ws-selection-is-valid    value "Y".
              88  ws-selection-is-invalid  value "N".
      *    ws-today-days, ws-cycle-days, and ws-hire-date-days hold the integer day numbers the years-of-service
      *    calculation is worked in, the way Lab6.cbl's 165-compute-years-of-service works
           77  ws-today-days               pic 9(9)
               value 0.
           77  ws-cycle-days               pic 9(9)
               value 0.
           77  ws-hire-date-days           pic 9(9)
               value 0.
      *    ws-next-cycle-date holds the date a year on from a cycle date, as the next cycle's date is worked out
           77  ws-next-cycle-date          pic 9(8)
               value 0.
      *    ws-cycle-ix is the subscript used to walk the cycles, and ws-position-ix the position codes
           77  ws-cycle-ix                 pic 9 comp
               value 0.
           77  ws-position-ix              pic 9 comp
               value 0.
      *    ws-day-date is the date the rate set is being chosen for
           77  ws-day-date                 pic 9(8)
               value 0.
      *    ws-years-of-service is the rounded, one-decimal number of years an employee will have served by the
      *    cycle being projected
           77  ws-years-of-service         pic 999v9
               value 0.
      *    ws-prorate-percent holds a prorated percent rounded to one decimal place, as in Lab6.cbl
           77  ws-prorate-percent          pic 9(3)v9
               value 0.
      *    ws-rate-set-count holds how many rate sets were loaded off the rate file
           77  ws-rate-set-count           pic 99
               value 0.
      *    ws-rate-set-max is the most rate sets the table can carry off the file; a fuller file is reported and
      *    the excess ignored -- the entry after the last is reserved for the compiled-in defaults
           77  ws-rate-set-max             pic 99
               value 50.
      *    ws-default-set-ix is the table entry carrying Lab6.cbl's compiled-in default rates, which govern a
      *    cycle no rate set on the file has yet taken effect for, as they govern the batch
           77  ws-default-set-ix           pic 99 comp
               value 51.
      *    ws-rate-ix is the subscript used to walk the rate set table
           77  ws-rate-ix                  pic 99 comp
               value 0.
      *    ws-rate-chosen-ix holds the entry of the rate set in force on the cycle being projected
           77  ws-rate-chosen-ix           pic 99 comp
               value 0.
      *    ws-class-code and ws-class-percent are what one classification settles: the position code and the
      *    percent it pays
           77  ws-class-code               pic 9
               value 0.
           77  ws-class-percent            pic 9(3)v9(2)
               value 0.
      *    ws-base-salary is the salary the cycle being projected starts from -- today's salary for the first
      *    cycle, the previous cycle's new salary after that -- and ws-new-salary what the cycle raises it to
           77  ws-base-salary              pic 9(5)v9(2)
               value 0.
           77  ws-new-salary               pic 9(6)v9(2)
               value 0.
      *    ws-increase holds the increase one cycle pays one employee
           77  ws-increase                 pic 9(6)v9(2)
               value 0.
      *    ws-department-name holds the employee's department name off deptmast, for the department section
           77  ws-department-name          pic x(20)
               value spaces.
      *    ws-masters-read, ws-projected-count, ws-skipped-count, and ws-held-count tally the run: every master
      *    read, the active employees projected, the active records too damaged to classify, and the cycles on
      *    which a projected salary was held at the master field's ceiling
           77  ws-masters-read             pic 9(5)
               value 0.
           77  ws-projected-count          pic 9(5)
               value 0.
           77  ws-skipped-count            pic 9(5)
               value 0.
           77  ws-held-count               pic 9(5)
               value 0.
      *    ws-applied-count counts the employees whose first cycle the apply run had already committed
           77  ws-applied-count            pic 9(5)
               value 0.
      *    ws-dept-group-active and the ws-dept-group- items carry the department line being accumulated by the
      *    control break over the sorted work records
           77  ws-dept-group-active        pic x
               value "N".
              88  ws-dept-group-is-active  value "Y".
              88  ws-dept-group-not-active value "N".
           77  ws-dept-group-cycle         pic 9
               value 0.
           77  ws-dept-group-code          pic x(3)
               value spaces.
           77  ws-dept-group-name          pic x(20)
               value spaces.
           77  ws-dept-group-count         pic 9(5)
               value 0.
           77  ws-dept-group-opening       pic 9(8)v9(2)
               value 0.
           77  ws-dept-group-projected     pic 9(8)v9(2)
               value 0.
      *    ws-total-increase accumulates the increase every cycle of the projection would pay
           77  ws-total-increase           pic 9(9)v9(2)
               value 0.
      *    ws-rate-set-table holds every rate set on the rate file, plus the compiled-in defaults in the entry
      *    after the last, so the set in force on each cycle date can be chosen
           01  ws-rate-set-table.
               05 ws-rate-set-entry occurs 51 times.
                   10 rst-effective-date   pic 9(8).
                   10 rst-percent-analyst  pic 99v9.
                   10 rst-percent-senior   pic 99v9.
                   10 rst-percent-programmer pic 99v9.
                   10 rst-percent-junior   pic 99v9.
                   10 rst-analyst-years    pic 99.
                   10 rst-senior-min       pic 99.
                   10 rst-programmer-min   pic 99.
                   10 rst-junior-min       pic 99.
                   10 rst-unclassified-max pic 99.
      *    ws-cycle-table holds, for each cycle, its date, the rate set in force on it, and the headcount, opening
      *    payroll, and projected payroll it comes to across every active employee
           01  ws-cycle-table.
               05 ws-cycle-entry occurs 5 times.
                   10 cyc-date             pic 9(8).
                   10 cyc-rate-ix          pic 99 comp.
                   10 cyc-count            pic 9(5).
                   10 cyc-opening          pic 9(8)v9(2).
                   10 cyc-projected        pic 9(8)v9(2).
      *    ws-position-cycle-table holds the same figures per position within each cycle
           01  ws-position-cycle-table.
               05 ws-position-cycle occurs 5 times.
                   10 ws-position-entry occurs 5 times.
                       15 pct-count        pic 9(5).
                       15 pct-opening      pic 9(8)v9(2).
                       15 pct-projected    pic 9(8)v9(2).
      *    ws-position-name-table carries the position names the report prints, one per position code, worded as
      *    Lab6.cbl words them
           01  ws-position-name-table.
               05 filler                   pic x(8)
                   value "ANALYST".
               05 filler                   pic x(8)
                   value "SEN PROG".
               05 filler                   pic x(8)
                   value "PROG".
               05 filler                   pic x(8)
                   value "JR PROG".
               05 filler                   pic x(8)
                   value "UNCLASS".
           01  ws-position-name-entries redefines ws-position-name-table.
               05 ws-position-name occurs 5 times
                                           pic x(8).

      *    projection-csv-record holds one line of the projection as comma-delimited plain numbers: the row type
      *    (CYCLE, POSITION, or DEPT), the cycle and its date, the position or department it covers, the
      *    headcount, the opening and projected payroll, and the increase between them
           01  projection-csv-record.
               05 pcr-row-type             pic x(8).
               05 filler                   pic x     value ",".
               05 pcr-cycle                pic 9.
               05 filler                   pic x     value ",".
               05 pcr-cycle-date           pic 9(8).
               05 filler                   pic x     value ",".
               05 pcr-code                 pic x(8).
               05 filler                   pic x     value ",".
               05 pcr-name                 pic x(20).
               05 filler                   pic x     value ",".
               05 pcr-count                pic 9(5).
               05 filler                   pic x     value ",".
               05 pcr-opening              pic 99999999.99.
               05 filler                   pic x     value ",".
               05 pcr-projected            pic 99999999.99.
               05 filler                   pic x     value ",".
               05 pcr-increase             pic 99999999.99.

      *    first-line is a record that uses its elementary items to store the author name, program name, time, and date
           01  first-line.
                   05  filler              pic x(5)  value spaces.
                   05  filler              pic x(35)
                           value "Emilie Sharkey, Payroll Projection".
                   05  filler              pic x(5)  value spaces.
                   05  fl-date-display     pic x(6).
                   05  filler              pic x(5)  value spaces.
                   05  fl-time-display     pic x(7).

      *    top-page is a record that stores the report title and page number
           01  top-page.
               05  filler              pic x(15) value spaces.
               05  filler              pic x(35)
                   value "MULTI-YEAR PAYROLL COST PROJECTION".
               05  filler              pic x(15) value spaces.
               05  filler              pic x(4)
                   value "PAGE".
               05  tp-page-number      pic zz9.

      *    selection-line states the cycles the projection covers, so the report proves what it covers
           01  selection-line.
               05  filler              pic x(1)  value spaces.
               05  sel-cycle-count     pic 9.
               05  filler              pic x(24) value " CYCLES, FIRST CYCLE ON ".
               05  sel-first-date      pic 9(8).
               05  filler              pic x(29)
                   value ", ONE YEAR APART, FLAT RATES".

      *    section-line titles each of the projection's three sections
           01  section-line.
               05  filler              pic x(1)  value spaces.
               05  scl-title           pic x(40).

      *    heading-column-line carries the column names shared by the three sections; the label column holds the
      *    rate set's effective date, the position, or the department, as the section calls for
           01  heading-column-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(5)  value "CYCLE".
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(8)  value "DATE".
               05  filler              pic x(2)  value spaces.
               05  hcl-label           pic x(32).
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(5)  value "COUNT".
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(14) value "OPENING".
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(14) value "INCREASE".
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(14) value "PROJECTED".

      *    projection-line reports one cycle, one position within a cycle, or one department within a cycle
           01  projection-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(2)  value spaces.
               05  pjl-cycle           pic 9.
               05  filler              pic x(4)  value spaces.
               05  pjl-cycle-date      pic 9(8).
               05  filler              pic x(2)  value spaces.
               05  pjl-label           pic x(32).
               05  filler              pic x(2)  value spaces.
               05  pjl-count           pic zzzz9.
               05  filler              pic x(2)  value spaces.
               05  pjl-opening         pic $$$,$$$,$$9.99.
               05  filler              pic x(2)  value spaces.
               05  pjl-increase        pic $$$,$$$,$$9.99.
               05  filler              pic x(2)  value spaces.
               05  pjl-projected       pic $$$,$$$,$$9.99.

      *    rate-label holds the label the cycle section prints: the effective date of the rate set in force
           01  rate-label.
               05  filler              pic x(11) value "RATES FROM ".
               05  rtl-effective-date  pic x(8).

      *    department-label holds the label the department section prints: the department's code and name
           01  department-label.
               05  dpl-code            pic x(3).
               05  filler              pic x(1)  value spaces.
               05  dpl-name            pic x(20).

      *    footnote-line explains why no merit grade moves the projected rates
           01  footnote-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(76)
                   value "RATES ARE FLAT POSITION RATES - MERIT GRADES FOR FUTURE CYCLES ARE UNKNOWN".

      *    total-line reports the run's counts and the increase the whole projection would pay
           01  total-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(11) value "PROJECTED= ".
               05  ttl-projected       pic zzzz9.
               05  filler              pic x(11) value "  SKIPPED= ".
               05  ttl-skipped         pic zzzz9.
               05  filler              pic x(20) value "  HELD AT CEILING= ".
               05  ttl-held            pic zzzz9.
               05  filler              pic x(11) value "  APPLIED= ".
               05  ttl-applied         pic zzzz9.
               05  filler              pic x(19) value "  TOTAL INCREASE= ".
               05  ttl-increase        pic $$$$,$$$,$$9.99.

       procedure division.

      * fl-date-display stores the present date
        accept fl-date-display from date.

      * fl-time-display stores the present time
        accept fl-time-display from time.

      * ws-today-date stores the present date as ccyymmdd
        accept ws-today-date from date yyyymmdd.

      * the operator names the first cycle's date and how many cycles to project
        perform 005-accept-selection.

        if ws-selection-is-valid
      *     every rate set is loaded first, and each cycle's date and the set in force on it are settled once
            perform 010-load-rate-sets
            perform 020-build-cycle-table

            open input employee-info
            if ws-employee-info-status not equal "00"
                display "EMPLOYEE-INFO FILE COULD NOT BE OPENED, STATUS=" ws-employee-info-status
            else
      *         department names are a nicety on this report -- a missing department master leaves them blank
      *         rather than stopping the projection
                open input department-master
                if ws-dept-status equal "00"
                    set ws-dept-master-available to true
                else
                    display "DEPARTMENT MASTER COULD NOT BE OPENED - DEPARTMENT NAMES LEFT BLANK"
                end-if
                open output projection-report, projection-csv, projection-work-file
                perform 100-initial-heading

      *         the first master record is read ahead of the projection loop
                read employee-info next record
                    at end move ws-end-file to ws-end-file-check
                end-read
                perform 200-project-one-employee
                    until ws-end-file-check equal ws-end-file
                close projection-work-file

                perform 400-print-cycle-section
                perform 450-print-position-section
                perform 500-print-department-section
                perform 700-print-totals

                close projection-report, projection-csv, employee-info
                if ws-dept-master-available
                    close department-master
                end-if
                display "ACTIVE EMPLOYEES PROJECTED: " ws-projected-count
            end-if
        end-if.

      * stops the application run
       stop run.

      * Code run when perform 005-accept-selection is called upon; the first cycle date defaults to today and may
      * not fall before it, and the cycle count must be one through the most the cycle tables carry
       005-accept-selection.
           set ws-selection-is-invalid to true.
           compute ws-today-days = function integer-of-date(ws-today-date).
           display "FIRST CYCLE DATE (CCYYMMDD, BLANK = TODAY): " with no advancing.
           accept ws-first-cycle-text.
           if ws-first-cycle-text equal spaces
               move ws-today-date to ws-first-cycle-date
           end-if.
           display "NUMBER OF CYCLES (1-5): " with no advancing.
           accept ws-cycle-count-text.
           if ws-first-cycle-text is not numeric
               display "FIRST CYCLE DATE MUST BE CCYYMMDD - NO PROJECTION RUN"
           else
      *        a date the calendar does not have converts to day zero, which the before-today test turns away
               compute ws-cycle-days = function integer-of-date(ws-first-cycle-date)
               if ws-cycle-days less than ws-today-days
                   display "FIRST CYCLE DATE MUST BE A REAL DATE, TODAY OR LATER - NO PROJECTION RUN"
               else if ws-cycle-count-text is not numeric
                   or ws-cycle-count equal zero
                   or ws-cycle-count greater than ws-cycle-max
                   display "NUMBER OF CYCLES MUST BE 1 THROUGH 5 - NO PROJECTION RUN"
               else
                   set ws-selection-is-valid to true
               end-if
               end-if
           end-if.

      * Code run when perform 010-load-rate-sets is called upon; reads every rate set off the rate file into the
      * table, and puts the batch's compiled-in default rates in the entry after the last, for any cycle no set
      * on the file has taken effect for yet
       010-load-rate-sets.
           move zero to rst-effective-date(ws-default-set-ix).
           move 11.9 to rst-percent-analyst(ws-default-set-ix).
           move 9.3 to rst-percent-senior(ws-default-set-ix).
           move 6.7 to rst-percent-programmer(ws-default-set-ix).
           move 3.7 to rst-percent-junior(ws-default-set-ix).
           move 15 to rst-analyst-years(ws-default-set-ix).
           move 7 to rst-senior-min(ws-default-set-ix).
           move 10 to rst-programmer-min(ws-default-set-ix).
           move 4 to rst-junior-min(ws-default-set-ix).
           move 2 to rst-unclassified-max(ws-default-set-ix).
           open input rate-parameters.
           if ws-rates-status equal "00"
               read rate-parameters
                   at end move ws-end-file to ws-end-rates-check
               end-read
               perform 011-load-one-rate-set
                   until ws-end-rates-check equal ws-end-file
               close rate-parameters
           else
               display "NO RATE FILE - COMPILED DEFAULT RATES IN EFFECT FOR EVERY CYCLE"
           end-if.

      * Code run when perform 011-load-one-rate-set is called upon
       011-load-one-rate-set.
           if ws-rate-set-count less than ws-rate-set-max
               add 1 to ws-rate-set-count
               move rp-effective-date to rst-effective-date(ws-rate-set-count)
               move rp-percent-analyst to rst-percent-analyst(ws-rate-set-count)
               move rp-percent-senior to rst-percent-senior(ws-rate-set-count)
               move rp-percent-programmer to rst-percent-programmer(ws-rate-set-count)
               move rp-percent-junior to rst-percent-junior(ws-rate-set-count)
               move rp-analyst-years to rst-analyst-years(ws-rate-set-count)
               move rp-senior-min to rst-senior-min(ws-rate-set-count)
               move rp-programmer-years-minimum to rst-programmer-min(ws-rate-set-count)
               move rp-minimum-junior-programmer to rst-junior-min(ws-rate-set-count)
               move rp-graduate-unclassified to rst-unclassified-max(ws-rate-set-count)
           else
               display "MORE RATE SETS THAN THE TABLE HOLDS - EXCESS IGNORED"
           end-if.
           read rate-parameters
               at end move ws-end-file to ws-end-rates-check
           end-read.

      * Code run when perform 020-build-cycle-table is called upon; settles every cycle's date -- the first as
      * keyed, each later one a year on from the one before -- and the rate set in force on it
       020-build-cycle-table.
           initialize ws-cycle-table, ws-position-cycle-table.
           move ws-first-cycle-date to ws-day-date.
           move zero to ws-cycle-ix.
           perform 025-settle-one-cycle
               until ws-cycle-ix not less than ws-cycle-count.

      * Code run when perform 025-settle-one-cycle is called upon; a year on from the twenty-ninth of February is
      * a date the calendar does not have, so it is brought back to the twenty-eighth
       025-settle-one-cycle.
           add 1 to ws-cycle-ix.
           move ws-day-date to cyc-date(ws-cycle-ix).
           perform 260-select-rate-set.
           move ws-rate-chosen-ix to cyc-rate-ix(ws-cycle-ix).
           compute ws-next-cycle-date = ws-day-date + 10000.
           if function integer-of-date(ws-next-cycle-date) equal zero
               subtract 1 from ws-next-cycle-date
           end-if.
           move ws-next-cycle-date to ws-day-date.

      * Code run when perform 100-initial-heading is called upon
       100-initial-heading.
           move ws-page-number to tp-page-number.
           write report-line from first-line.
           write report-line from top-page after advancing ws-single-space line.
           move ws-cycle-count to sel-cycle-count.
           move ws-first-cycle-date to sel-first-date.
           write report-line from selection-line after advancing ws-single-space line.
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

      * Code run when perform 160-count-report-line is called upon; every projection line is counted against the
      * page, and a full page starts the next one under the section's column headings
       160-count-report-line.
           add 1 to ws-page-line.
           if ws-page-line greater than ws-line-per-page
               perform 150-page-heading
               add 1 to ws-page-line
           end-if.

      * Code run when perform 200-project-one-employee is called upon; only an active employee whose record can
      * be classified at all is projected -- one on leave or terminated draws no increase
       200-project-one-employee.
           add 1 to ws-masters-read.
           if er-employee-status equal ws-status-active or er-employee-status equal space
               if (er-employee-code equal ws-graduate or er-employee-code equal ws-non-graduate)
                   and er-hire-date is numeric
                   and er-hire-date greater than zero
                   and er-employee-salary is numeric
                   add 1 to ws-projected-count
                   perform 210-find-department-name
                   compute ws-hire-date-days = function integer-of-date(er-hire-date)
                   move er-employee-salary to ws-base-salary
                   move zero to ws-cycle-ix
                   perform 220-project-one-cycle
                       until ws-cycle-ix not less than ws-cycle-count
               else
                   add 1 to ws-skipped-count
                   display "EMPLOYEE " er-employee-number " CANNOT BE CLASSIFIED - NOT PROJECTED"
               end-if
           end-if.
           read employee-info next record
               at end move ws-end-file to ws-end-file-check
           end-read.

      * Code run when perform 210-find-department-name is called upon; a department not on deptmast is still
      * projected -- its cost is real whatever the department file says -- under a name that flags it
       210-find-department-name.
           move spaces to ws-department-name.
           if ws-dept-master-available
               move er-department-code to dm-department-code
               read department-master record
                   invalid key
                       move "*NOT ON DEPTMAST*" to ws-department-name
                   not invalid key
                       move dm-department-name to ws-department-name
               end-read
           end-if.

      * Code run when perform 220-project-one-cycle is called upon; classifies the employee by the service they
      * will have on the cycle's date under the rate set in force then, raises the salary the cycle starts from,
      * and carries the new salary forward as the next cycle's base
       220-project-one-cycle.
           add 1 to ws-cycle-ix.
           compute ws-cycle-days = function integer-of-date(cyc-date(ws-cycle-ix)).
           if ws-cycle-days greater than ws-hire-date-days
               compute ws-years-of-service rounded =
                   (ws-cycle-days - ws-hire-date-days) / 365.25
           else
               move zero to ws-years-of-service
           end-if.
           move cyc-rate-ix(ws-cycle-ix) to ws-rate-chosen-ix.
           perform 270-classify-employee.
      *    a first cycle the apply run has already committed for this employee is not paid twice -- the master
      *    salary already carries the increase, so it is projected at zero and carried forward as it stands,
      *    by the same already-applied test Lab6.cbl's apply run makes against the rate set in force
           if ws-cycle-ix equal 1
               and er-last-increase-date is numeric
               and er-last-increase-date greater than zero
               and er-last-increase-date not less than rst-effective-date(ws-rate-chosen-ix)
               add 1 to ws-applied-count
               move zero to ws-increase
               move ws-base-salary to ws-new-salary
           else
               compute ws-increase rounded = ws-class-percent * ws-base-salary / 100
               compute ws-new-salary = ws-base-salary + ws-increase
      *        the batch refuses a new salary the master field cannot hold, so the projection holds it too
               if ws-new-salary greater than ws-salary-ceiling
                   add 1 to ws-held-count
                   move zero to ws-increase
                   move ws-base-salary to ws-new-salary
               end-if
           end-if.
           add 1 to cyc-count(ws-cycle-ix).
           add ws-base-salary to cyc-opening(ws-cycle-ix).
           add ws-new-salary to cyc-projected(ws-cycle-ix).
           add 1 to pct-count(ws-cycle-ix, ws-class-code).
           add ws-base-salary to pct-opening(ws-cycle-ix, ws-class-code).
           add ws-new-salary to pct-projected(ws-cycle-ix, ws-class-code).
           add ws-increase to ws-total-increase.
           move ws-cycle-ix to pw-cycle.
           move er-department-code to pw-department-code.
           move ws-department-name to pw-department-name.
           move ws-base-salary to pw-old-salary.
           move ws-new-salary to pw-new-salary.
           write projection-work-record.
           move ws-new-salary to ws-base-salary.

      * Code run when perform 260-select-rate-set is called upon; picks the latest rate set whose effective date
      * ws-day-date has reached, the way the batch's 016-capture-rate-record picks the set in force today -- once
      * the cycles run past every set on file the latest one carries forward, and no set reached means the
      * compiled-in defaults govern the cycle
       260-select-rate-set.
           move ws-default-set-ix to ws-rate-chosen-ix.
           move zero to ws-rate-ix.
           perform 265-weigh-one-rate-set
               until ws-rate-ix not less than ws-rate-set-count.

      * Code run when perform 265-weigh-one-rate-set is called upon
       265-weigh-one-rate-set.
           add 1 to ws-rate-ix.
           if rst-effective-date(ws-rate-ix) not greater than ws-day-date
               if ws-rate-chosen-ix equal ws-default-set-ix
                   move ws-rate-ix to ws-rate-chosen-ix
               else
                   if rst-effective-date(ws-rate-ix) not less than
                       rst-effective-date(ws-rate-chosen-ix)
                       move ws-rate-ix to ws-rate-chosen-ix
                   end-if
               end-if
           end-if.

      * Code run when perform 270-classify-employee is called upon; reruns the batch's classification for the
      * employee at ws-years-of-service under the rate set in ws-rate-chosen-ix, exactly as Lab6.cbl's
      * 250-graduate/300-non-graduate do, leaving the position code and the flat percent it pays -- a prorated
      * rate is reported under the position it is prorated toward, as the batch reports it
       270-classify-employee.
           move zero to ws-class-percent.
           move ws-unclassified-group-code to ws-class-code.
           if er-employee-code equal ws-graduate
               if ws-years-of-service greater than rst-analyst-years(ws-rate-chosen-ix)
                   move ws-analyst-group-code to ws-class-code
                   move rst-percent-analyst(ws-rate-chosen-ix) to ws-class-percent
               else if ws-years-of-service not less than rst-senior-min(ws-rate-chosen-ix)
                   move ws-senior-group-code to ws-class-code
                   move rst-percent-senior(ws-rate-chosen-ix) to ws-class-percent
               else if ws-years-of-service less than ws-programmer-graduate-max
                   and ws-years-of-service greater than rst-unclassified-max(ws-rate-chosen-ix)
                   move ws-programmer-group-code to ws-class-code
                   move rst-percent-programmer(ws-rate-chosen-ix) to ws-class-percent
               else if ws-years-of-service greater than zero
                   move ws-programmer-group-code to ws-class-code
                   compute ws-prorate-percent rounded =
                       ws-years-of-service * rst-percent-programmer(ws-rate-chosen-ix)
                           / rst-unclassified-max(ws-rate-chosen-ix)
                   move ws-prorate-percent to ws-class-percent
               end-if
               end-if
               end-if
               end-if
           else
               if ws-years-of-service greater than rst-programmer-min(ws-rate-chosen-ix)
                   move ws-programmer-group-code to ws-class-code
                   move rst-percent-programmer(ws-rate-chosen-ix) to ws-class-percent
               else if ws-years-of-service greater than rst-junior-min(ws-rate-chosen-ix)
                   move ws-junior-group-code to ws-class-code
                   move rst-percent-junior(ws-rate-chosen-ix) to ws-class-percent
               else if ws-years-of-service greater than zero
                   move ws-junior-group-code to ws-class-code
                   compute ws-prorate-percent rounded =
                       ws-years-of-service * rst-percent-junior(ws-rate-chosen-ix)
                           / rst-junior-min(ws-rate-chosen-ix)
                   move ws-prorate-percent to ws-class-percent
               end-if
               end-if
               end-if
           end-if.

      * Code run when perform 400-print-cycle-section is called upon; one line per cycle, under the effective date
      * of the rate set it was projected with
       400-print-cycle-section.
           move "PROJECTION BY CYCLE" to scl-title.
           move "RATE SET" to hcl-label.
           perform 410-print-section-heading.
           move zero to ws-cycle-ix.
           perform 420-print-one-cycle
               until ws-cycle-ix not less than ws-cycle-count.

      * Code run when perform 410-print-section-heading is called upon
       410-print-section-heading.
           write report-line from section-line after advancing ws-double-space line.
           write report-line from heading-column-line after advancing ws-single-space line.
           write report-line from spaces.
           add 4 to ws-page-line.

      * Code run when perform 420-print-one-cycle is called upon
       420-print-one-cycle.
           add 1 to ws-cycle-ix.
           if cyc-rate-ix(ws-cycle-ix) equal ws-default-set-ix
               move "DEFAULT" to rtl-effective-date
           else
               move rst-effective-date(cyc-rate-ix(ws-cycle-ix)) to rtl-effective-date
           end-if.
           move rate-label to pjl-label.
           move "CYCLE" to pcr-row-type.
           move rtl-effective-date to pcr-code.
           move spaces to pcr-name.
           move cyc-count(ws-cycle-ix) to pjl-count, pcr-count.
           move cyc-opening(ws-cycle-ix) to pjl-opening, pcr-opening.
           move cyc-projected(ws-cycle-ix) to pjl-projected, pcr-projected.
           compute pjl-increase = cyc-projected(ws-cycle-ix) - cyc-opening(ws-cycle-ix).
           compute pcr-increase = cyc-projected(ws-cycle-ix) - cyc-opening(ws-cycle-ix).
           perform 600-write-projection-line.

      * Code run when perform 450-print-position-section is called upon; one line per position each cycle has
      * anybody in
       450-print-position-section.
           move "PROJECTION BY POSITION" to scl-title.
           move "POSITION" to hcl-label.
           perform 410-print-section-heading.
           move zero to ws-cycle-ix.
           perform 460-print-one-cycle-positions
               until ws-cycle-ix not less than ws-cycle-count.

      * Code run when perform 460-print-one-cycle-positions is called upon
       460-print-one-cycle-positions.
           add 1 to ws-cycle-ix.
           move zero to ws-position-ix.
           perform 470-print-one-position
               until ws-position-ix not less than ws-unclassified-group-code.

      * Code run when perform 470-print-one-position is called upon
       470-print-one-position.
           add 1 to ws-position-ix.
           if pct-count(ws-cycle-ix, ws-position-ix) greater than zero
               move ws-position-name(ws-position-ix) to pjl-label
               move "POSITION" to pcr-row-type
               move ws-position-ix to pcr-code
               move ws-position-name(ws-position-ix) to pcr-name
               move pct-count(ws-cycle-ix, ws-position-ix) to pjl-count, pcr-count
               move pct-opening(ws-cycle-ix, ws-position-ix) to pjl-opening, pcr-opening
               move pct-projected(ws-cycle-ix, ws-position-ix) to pjl-projected, pcr-projected
               compute pjl-increase = pct-projected(ws-cycle-ix, ws-position-ix)
                   - pct-opening(ws-cycle-ix, ws-position-ix)
               compute pcr-increase = pct-projected(ws-cycle-ix, ws-position-ix)
                   - pct-opening(ws-cycle-ix, ws-position-ix)
               perform 600-write-projection-line
           end-if.

      * Code run when perform 500-print-department-section is called upon; the work records gathered during the
      * pass are sorted by cycle and department, and a control break totals each department within each cycle
       500-print-department-section.
           move "PROJECTION BY DEPARTMENT" to scl-title.
           move "DEPARTMENT" to hcl-label.
           perform 410-print-section-heading.
           sort projection-sort-file
               on ascending key ps-cycle ps-department-code
               using projection-work-file
               output procedure is 510-summarize-departments.

      * Code run when perform 510-summarize-departments is called upon; this is the department sort's output
      * procedure, run the way Lab6.cbl's 719-summarize-departments runs
       510-summarize-departments.
           set ws-dept-group-not-active to true.
           return projection-sort-file
               at end move ws-end-sort to ws-end-sort-check
           end-return.
           perform 520-roll-one-work-record
               until ws-end-sort-check equal ws-end-sort.
      *    the last department's records are done, so its line is written now that the loop has ended
           if ws-dept-group-is-active
               perform 530-print-one-department
           end-if.

      * Code run when perform 520-roll-one-work-record is called upon
       520-roll-one-work-record.
      *    a record for a different cycle or department closes out the open department's totals first
           if ws-dept-group-is-active
               and (ps-cycle not equal ws-dept-group-cycle
                   or ps-department-code not equal ws-dept-group-code)
               perform 530-print-one-department
           end-if.
           if ws-dept-group-not-active
               move ps-cycle to ws-dept-group-cycle
               move ps-department-code to ws-dept-group-code
               move ps-department-name to ws-dept-group-name
               move zero to ws-dept-group-count
               move zero to ws-dept-group-opening
               move zero to ws-dept-group-projected
               set ws-dept-group-is-active to true
           end-if.
           add 1 to ws-dept-group-count.
           add ps-old-salary to ws-dept-group-opening.
           add ps-new-salary to ws-dept-group-projected.
           return projection-sort-file
               at end move ws-end-sort to ws-end-sort-check
           end-return.

      * Code run when perform 530-print-one-department is called upon
       530-print-one-department.
           move ws-dept-group-cycle to ws-cycle-ix.
           move ws-dept-group-code to dpl-code.
           move ws-dept-group-name to dpl-name.
           move department-label to pjl-label.
           move "DEPT" to pcr-row-type.
           move ws-dept-group-code to pcr-code.
           move ws-dept-group-name to pcr-name.
           move ws-dept-group-count to pjl-count, pcr-count.
           move ws-dept-group-opening to pjl-opening, pcr-opening.
           move ws-dept-group-projected to pjl-projected, pcr-projected.
           compute pjl-increase = ws-dept-group-projected - ws-dept-group-opening.
           compute pcr-increase = ws-dept-group-projected - ws-dept-group-opening.
           perform 600-write-projection-line.
           set ws-dept-group-not-active to true.

      * Code run when perform 600-write-projection-line is called upon; writes the line built for ws-cycle-ix on
      * the report and its matching row on the CSV
       600-write-projection-line.
           perform 160-count-report-line.
           move ws-cycle-ix to pjl-cycle, pcr-cycle.
           move cyc-date(ws-cycle-ix) to pjl-cycle-date, pcr-cycle-date.
           write report-line from projection-line.
           write csv-line from projection-csv-record.

      * Code run when perform 700-print-totals is called upon
       700-print-totals.
           write report-line from spaces.
           write report-line from footnote-line.
           move ws-projected-count to ttl-projected.
           move ws-skipped-count to ttl-skipped.
           move ws-held-count to ttl-held.
           move ws-applied-count to ttl-applied.
           move ws-total-increase to ttl-increase.
           write report-line from total-line after advancing ws-double-space line.
