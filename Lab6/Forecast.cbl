      * Program Name:  Forecast.cbl
      * Author:        Emilie Sharkey
      * Date:          2026-10-15
      * Version:       1.0
      * Description:   Service-milestone reclassification forecast. The
      *                operator keys a look-ahead date, and every active
      *                employee on lab6.dat is rolled forward day by day
      *                from today to that date, classified each day the way
      *                Lab6.cbl's 250-graduate/300-non-graduate classify
      *                them -- years of service off the hire date, checked
      *                against the thresholds of the RATES.DAT set in force
      *                on that day. Every employee whose classification
      *                changes inside the window is listed, in crossing
      *                date order, with their present position, the new
      *                position, the date they cross, their present salary
      *                against the new position's salary band, and what
      *                their increase would be at the new position's rate,
      *                so promotions can be planned ahead of the cycle
      *                report instead of discovered on it. Nothing is
      *                written to the master or the audit log.
      *
      * Companion To:  Lab6.cbl, whose classification rules, rate sets,
      *                merit matrix, and salary bands this report projects

       identification division.
       program-id. forecast.
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

      *    rate-parameters is the same effective-dated rate file the batch loads; here every set is kept, so the
      *    set in force on each day of the look-ahead window can be chosen day by day
           select rate-parameters assign to "RATES.DAT"
           organization is line sequential
           file status is ws-rates-status.

      *    ratings-file carries the cycle's merit grades, applied to the forecast rate exactly as the batch applies
      *    them, so the increase shown is the one the cycle would pay
           select ratings-file assign to "RATINGS.DAT"
           organization is line sequential
           file status is ws-ratings-status.

      *    forecast-report is the printed forecast
           select forecast-report assign to "FORECAST.OUT"
           organization is line sequential.

      *    forecast-sort-file is the sort work file used to order the crossings by the date they fall on, then
      *    by employee number, instead of printing them in master order
           select forecast-sort-file assign to "FCSTSORT.TMP".

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

      *    file description for ratings-file that states that rating-record will be used to store the lines from the file
           fd ratings-file
               data record is rating-record.
      *    rating-record carries one employee's rating for the cycle, laid out exactly as Lab6.cbl declares it
           01 rating-record.
               05 rt-employee-number       pic x(3).
               05 rt-rating-grade          pic x.

      *    file description for forecast-report that states that report-line will be used to store the lines
      *    written to the file
           fd forecast-report
               data record is report-line.
      *    blank record that will be used to write data from the application into forecast-report
           01 report-line pic x(120).

      *    sd for forecast-sort-file, used to order the crossings by crossing date, then employee number
           sd forecast-sort-file
               data record is forecast-sort-record.
      *    forecast-sort-record carries one crossing: who, when, from and to which classification, and the
      *    figures the line prints
           01 forecast-sort-record.
               05 fs-cross-date            pic 9(8).
               05 fs-employee-number       pic x(3).
               05 fs-employee-name         pic x(15).
               05 fs-department-code       pic x(3).
               05 fs-from-code             pic 9.
               05 fs-from-prorated         pic x.
               05 fs-to-code               pic 9.
               05 fs-to-prorated           pic x.
               05 fs-salary                pic 9(5)v9(2).
               05 fs-new-percent           pic 9(3)v9(2).
               05 fs-increase              pic 9(6)v9(2).

       working-storage section.
      *    ws-end-file is used as an indicator that the end of file has been reached
           77  ws-end-file                 pic x(5)
               value "TRUE".
      *    ws-end-file-check is used to check if end of the master has been reached
           77  ws-end-file-check           pic x(5)
               value "FALSE".
      *    ws-end-sort and ws-end-sort-check are used the same way, but for reading the sorted crossings back
           77  ws-end-sort                 pic x(5)
               value "TRUE".
           77  ws-end-sort-check           pic x(5)
               value "FALSE".
      *    ws-end-rates-check is used to check if end of the rate file has been reached
           77  ws-end-rates-check          pic x(5)
               value "FALSE".
      *    ws-end-ratings-check is used to check if end of the ratings file has been reached
           77  ws-end-ratings-check        pic x(5)
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
      *    ws-graduate and ws-non-graduate are the two employee codes, the same characters Lab6.cbl classifies by
           77  ws-graduate                 pic x
               value "G".
           77  ws-non-graduate             pic x
               value "N".
      *    ws-status-active is the active status character -- a space, on records that predate the field, reads
      *    as active too -- and only an active employee is forecast
           77  ws-status-active            pic x
               value "A".
      *    ws-programmer-graduate-max is the compiled-in upper bound on a graduate programmer's years, the same
      *    constant Lab6.cbl carries -- it is not part of the rate set, so it is mirrored here as a constant too
           77  ws-programmer-graduate-max  pic 99
               value 7.
      *    ws-analyst-group-code through ws-unclassified-group-code are the position codes Lab6.cbl groups its
      *    report by, which also subscript the salary band table and the position name table
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
      *    ws-employee-info-status holds the file status code returned by every operation against the indexed master
           77  ws-employee-info-status     pic xx
               value "00".
      *    ws-rates-status holds the file status code returned by opening the rate file
           77  ws-rates-status             pic xx
               value "00".
      *    ws-ratings-status holds the file status code returned by opening the ratings file
           77  ws-ratings-status           pic xx
               value "00".
      *    ws-today-date holds today's date as ccyymmdd, the first day of the forecast window
           77  ws-today-date               pic 9(8)
               value 0.
      *    ws-look-ahead-entry holds the look-ahead date as the operator keyed it, viewed as a number once it is
      *    known to be digits
           01  ws-look-ahead-entry.
               05 ws-look-ahead-text       pic x(8)
                   value spaces.
               05 ws-look-ahead-date redefines ws-look-ahead-text
                                           pic 9(8).
      *    ws-today-days, ws-look-ahead-days, and ws-hire-date-days hold the integer day numbers the window and
      *    the years-of-service calculation are worked in, the way Lab6.cbl's 165-compute-years-of-service works
           77  ws-today-days               pic 9(9)
               value 0.
           77  ws-look-ahead-days          pic 9(9)
               value 0.
           77  ws-hire-date-days           pic 9(9)
               value 0.
      *    ws-window-days is how many days the forecast window spans after today
           77  ws-window-days              pic 9(5)
               value 0.
      *    ws-window-max is the longest window the day-by-day rate table can carry -- five years of days
           77  ws-window-max               pic 9(5)
               value 1830.
      *    ws-day-offset is the day of the window being classified, counted from today as day zero
           77  ws-day-offset               pic 9(5) comp
               value 0.
      *    ws-day-date is the calendar date of the window day being worked on, as ccyymmdd
           77  ws-day-date                 pic 9(8)
               value 0.
      *    ws-window-valid is used as a switch to indicate whether the operator's look-ahead date can be forecast to
           77  ws-window-valid             pic x
               value "N".
              88  ws-window-is-valid       value "Y".
              88  ws-window-is-invalid     value "N".
      *    ws-years-of-service is the rounded, one-decimal number of years an employee has served as of the window
      *    day being classified, and ws-prior-years the figure the previous classification was made on
           77  ws-years-of-service         pic 999v9
               value 0.
           77  ws-prior-years              pic 999v9
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
      *    ws-default-set-ix is the table entry carrying Lab6.cbl's compiled-in default rates, which govern any
      *    day no rate set on the file has yet taken effect for, as they govern the batch
           77  ws-default-set-ix           pic 99 comp
               value 51.
      *    ws-rate-ix is the subscript used to walk the rate set table
           77  ws-rate-ix                  pic 99 comp
               value 0.
      *    ws-rate-chosen-ix holds the entry of the rate set in force on the day being classified
           77  ws-rate-chosen-ix           pic 99 comp
               value 0.
      *    ws-prior-rate-ix holds the rate set the previous classification was made under
           77  ws-prior-rate-ix            pic 99 comp
               value 0.
      *    ws-rating-count holds how many ratings were loaded off the ratings file
           77  ws-rating-count             pic 9(5)
               value 0.
      *    ws-rating-max is the most ratings the table can carry; a fuller file is reported and the excess ignored
           77  ws-rating-max               pic 9(5)
               value 1000.
      *    ws-rating-ix is the subscript used to walk the rating table
           77  ws-rating-ix                pic 9(5) comp
               value 0.
      *    ws-rating-found is used as a switch to indicate whether the employee being forecast has a rating
           77  ws-rating-found             pic x
               value "N".
              88  ws-rating-was-found      value "Y".
              88  ws-rating-not-found      value "N".
      *    ws-ratings-loaded is used as a switch to indicate whether a ratings file is on hand for the forecast
           77  ws-ratings-loaded           pic x
               value "N".
              88  ws-ratings-were-loaded   value "Y".
              88  ws-ratings-not-loaded    value "N".
      *    ws-rating-grade holds the grade of the employee being forecast -- space when unrated -- looked up once
      *    per employee rather than once per classification
           77  ws-rating-grade             pic x
               value space.
      *    ws-matrix-ix is the subscript used to walk the rating matrix
           77  ws-matrix-ix                pic 9 comp
               value 0.
      *    ws-matrix-found is used as a switch to indicate whether the employee's grade is in the rating matrix
           77  ws-matrix-found             pic x
               value "N".
              88  ws-matrix-grade-found    value "Y".
              88  ws-matrix-grade-not-found value "N".
      *    ws-class-code, ws-class-prorated, and ws-class-percent are what one classification settles: the
      *    position code, whether the rate is prorated toward that position, and the percent it pays
           77  ws-class-code               pic 9
               value 0.
           77  ws-class-prorated           pic x
               value "N".
           77  ws-class-percent            pic 9(3)v9(2)
               value 0.
      *    ws-held-code and ws-held-prorated hold the classification the employee stands in before the window day
      *    being classified, so a change can be spotted and listed as a crossing
           77  ws-held-code                pic 9
               value 0.
           77  ws-held-prorated            pic x
               value "N".
      *    ws-masters-read, ws-active-count, ws-crossing-employees, ws-crossing-count, and ws-skipped-count tally
      *    the forecast: every master read, the active employees forecast, how many of them cross at least once,
      *    how many crossings were listed, and the active records too damaged to classify
           77  ws-masters-read             pic 9(5)
               value 0.
           77  ws-active-count             pic 9(5)
               value 0.
           77  ws-crossing-employees       pic 9(5)
               value 0.
           77  ws-crossing-count           pic 9(5)
               value 0.
           77  ws-skipped-count            pic 9(5)
               value 0.
      *    ws-employee-crossed is used as a switch so an employee with several crossings is counted once
           77  ws-employee-crossed         pic x
               value "N".
              88  ws-employee-has-crossed  value "Y".
              88  ws-employee-not-crossed  value "N".
      *    ws-total-increase accumulates the increase every listed crossing would pay at its new rate
           77  ws-total-increase           pic 9(9)v9(2)
               value 0.
      *    ws-increase holds the increase one crossing would pay off the present salary at the new rate
           77  ws-increase                 pic 9(6)v9(2)
               value 0.
      *    ws-rate-set-table holds every rate set on the rate file, plus the compiled-in defaults in the entry
      *    after the last, so the set in force on each window day can be chosen
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
      *    ws-day-rate-table holds, for every day of the window, the entry of the rate set in force on it --
      *    settled once before the master is read, so no employee's walk re-chooses the set day by day
           01  ws-day-rate-table.
               05 ws-day-rate-ix occurs 1831 times
                                           pic 99 comp.
      *    ws-rating-table holds the cycle's ratings, keyed by employee number
           01  ws-rating-table.
               05 ws-rating-entry occurs 1000 times.
                   10 rte-employee-number  pic x(3).
                   10 rte-rating-grade     pic x.
      *    ws-rating-matrix carries the same merit adjustments Lab6.cbl compiles in
           01  ws-rating-matrix.
               05 filler                   pic x(5)
                   value "A+020".
               05 filler                   pic x(5)
                   value "B+010".
               05 filler                   pic x(5)
                   value "C+000".
               05 filler                   pic x(5)
                   value "D-010".
               05 filler                   pic x(5)
                   value "E-020".
           01  ws-rating-matrix-entries redefines ws-rating-matrix.
               05 ws-rating-matrix-entry occurs 5 times.
                   10 rmx-grade            pic x.
                   10 rmx-adjust-sign      pic x.
                   10 rmx-adjustment       pic 99v9.
      *    ws-salary-band-table carries the same salary bands Lab6.cbl compiles in, one entry per position code
           01  ws-salary-band-table.
               05 filler                   pic x(15)
                   value "145000009500000".
               05 filler                   pic x(15)
                   value "235000007500000".
               05 filler                   pic x(15)
                   value "328000006000000".
               05 filler                   pic x(15)
                   value "420000004500000".
               05 filler                   pic x(15)
                   value "512000009999999".
      *    ws-salary-band-entries gives the five bands above their tabular view, subscripted by position code
           01  ws-salary-band-entries redefines ws-salary-band-table.
               05 ws-salary-band-entry occurs 5 times.
                   10 sbt-position-code    pic 9.
                   10 sbt-minimum          pic 9(5)v9(2).
                   10 sbt-maximum          pic 9(5)v9(2).
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

      *    first-line is a record that uses its elementary items to store the author name, program name, time, and date
           01  first-line.
                   05  filler              pic x(5)  value spaces.
                   05  filler              pic x(35)
                           value "Emilie Sharkey, Promotion Forecast".
                   05  filler              pic x(5)  value spaces.
                   05  fl-date-display     pic x(6).
                   05  filler              pic x(5)  value spaces.
                   05  fl-time-display     pic x(7).

      *    top-page is a record that stores the report title and page number
           01  top-page.
               05  filler              pic x(15) value spaces.
               05  filler              pic x(35)
                   value "SERVICE MILESTONE RECLASSIFICATION".
               05  filler              pic x(15) value spaces.
               05  filler              pic x(4)
                   value "PAGE".
               05  tp-page-number      pic zz9.

      *    window-line states the window the forecast covers, so the report proves what it covers
           01  window-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(14) value "FORECAST FROM ".
               05  wl-from-date        pic 9(8).
               05  filler              pic x(4)  value " TO ".
               05  wl-to-date          pic 9(8).

      *    heading-column-line carries the report's column names
           01  heading-column-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(3)  value "EMP".
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(15) value "NAME".
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(4)  value "DEPT".
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(9)  value "PRESENT".
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(9)  value "NEW".
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(8)  value "CROSSES".
               05  filler              pic x(3)  value spaces.
               05  filler              pic x(9)  value "SALARY".
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(19) value "NEW POSITION BAND".
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(5)  value "BAND".
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(6)  value "NEW %".
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(9)  value "INCREASE".

      *    forecast-detail-line reports one crossing: a prorated classification is flagged with an asterisk
           01  forecast-detail-line.
               05  filler              pic x(1)  value spaces.
               05  fdl-number          pic x(3).
               05  filler              pic x(2)  value spaces.
               05  fdl-name            pic x(15).
               05  filler              pic x(2)  value spaces.
               05  fdl-department      pic x(3).
               05  filler              pic x(2)  value spaces.
               05  fdl-from-position   pic x(8).
               05  fdl-from-flag       pic x.
               05  filler              pic x(2)  value spaces.
               05  fdl-to-position     pic x(8).
               05  fdl-to-flag         pic x.
               05  filler              pic x(2)  value spaces.
               05  fdl-cross-date      pic 9(8).
               05  filler              pic x(2)  value spaces.
               05  fdl-salary          pic zz,zz9.99.
               05  filler              pic x(2)  value spaces.
               05  fdl-band-minimum    pic zz,zz9.99.
               05  filler              pic x(1)  value "-".
               05  fdl-band-maximum    pic zz,zz9.99.
               05  filler              pic x(2)  value spaces.
               05  fdl-band-flag       pic x(5).
               05  filler              pic x(2)  value spaces.
               05  fdl-new-percent     pic zz9.99.
               05  filler              pic x(2)  value spaces.
               05  fdl-increase        pic zz,zz9.99.

      *    no-crossing-line is printed when nobody's classification changes inside the window
           01  no-crossing-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(56)
                   value "NO ACTIVE EMPLOYEE CHANGES CLASSIFICATION IN THE WINDOW".

      *    footnote-line explains the asterisk flag
           01  footnote-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(60)
                   value "* PRORATED TOWARD THE POSITION'S RATE, AS THE BATCH PAYS IT".

      *    total-line reports the forecast's counts and the increase the listed crossings would pay
           01  total-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(8)  value "ACTIVE= ".
               05  ttl-active          pic zzzz9.
               05  filler              pic x(12) value "  CROSSING= ".
               05  ttl-employees       pic zzzz9.
               05  filler              pic x(12) value "  CROSSINGS=".
               05  filler              pic x(1)  value spaces.
               05  ttl-crossings       pic zzzz9.
               05  filler              pic x(11) value "  SKIPPED= ".
               05  ttl-skipped         pic zzzz9.
               05  filler              pic x(28) value "  INCREASE AT NEW RATES=    ".
               05  ttl-increase        pic $$$,$$$,$$9.99.

       procedure division.

      * fl-date-display stores the present date
        accept fl-date-display from date.

      * fl-time-display stores the present time
        accept fl-time-display from time.

      * ws-today-date stores the present date as ccyymmdd, the first day of the forecast window
        accept ws-today-date from date yyyymmdd.

      * the operator names the date the forecast looks ahead to
        perform 005-accept-look-ahead.

        if ws-window-is-valid
      *     every rate set and the cycle's ratings are loaded first, and the set in force on each window day is
      *     settled once, so every employee's walk through the window classifies against the right thresholds
            perform 010-load-rate-sets
            perform 015-load-ratings
            perform 020-build-day-rate-table

            open input employee-info
            if ws-employee-info-status not equal "00"
                display "EMPLOYEE-INFO FILE COULD NOT BE OPENED, STATUS=" ws-employee-info-status
            else
                open output forecast-report
                perform 100-initial-heading

      *         the first master record is read ahead of the forecast loop
                read employee-info next record
                    at end move ws-end-file to ws-end-file-check
                end-read

      *         every crossing found is sorted by the date it falls on, then printed back
                sort forecast-sort-file
                    on ascending key fs-cross-date fs-employee-number
                    input procedure is 200-forecast-employees
                    output procedure is 300-print-forecast

                perform 400-print-totals
                close forecast-report, employee-info
                display "ACTIVE EMPLOYEES FORECAST: " ws-active-count
                display "CROSSINGS LISTED:          " ws-crossing-count
            end-if
        end-if.

      * stops the application run
       stop run.

      * Code run when perform 005-accept-look-ahead is called upon; the look-ahead date must be a real date after
      * today, no further out than the window the day-by-day rate table can carry
       005-accept-look-ahead.
           display "LOOK-AHEAD DATE (CCYYMMDD): " with no advancing.
           accept ws-look-ahead-text.
           set ws-window-is-invalid to true.
           compute ws-today-days = function integer-of-date(ws-today-date).
           if ws-look-ahead-text is not numeric
               display "LOOK-AHEAD DATE MUST BE CCYYMMDD - NO FORECAST RUN"
           else
      *        a date the calendar does not have converts to day zero, which the after-today test turns away
               compute ws-look-ahead-days = function integer-of-date(ws-look-ahead-date)
               if ws-look-ahead-days not greater than ws-today-days
                   display "LOOK-AHEAD DATE MUST BE A REAL DATE AFTER TODAY - NO FORECAST RUN"
               else
                   compute ws-window-days = ws-look-ahead-days - ws-today-days
                   if ws-window-days greater than ws-window-max
                       display "LOOK-AHEAD DATE IS MORE THAN FIVE YEARS OUT - NO FORECAST RUN"
                   else
                       set ws-window-is-valid to true
                   end-if
               end-if
           end-if.

      * Code run when perform 010-load-rate-sets is called upon; reads every rate set off the rate file into the
      * table, and puts the batch's compiled-in default rates in the entry after the last, for any day no set on
      * the file has taken effect for yet
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
               display "NO RATE FILE - COMPILED DEFAULT RATES IN EFFECT FOR THE WHOLE WINDOW"
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

      * Code run when perform 015-load-ratings is called upon; loads the cycle's merit grades the way Lab6.cbl's
      * 017-load-ratings does -- a missing file means flat position rates, with a console note saying so
       015-load-ratings.
           open input ratings-file.
           if ws-ratings-status equal "00"
               set ws-ratings-were-loaded to true
               read ratings-file
                   at end move ws-end-file to ws-end-ratings-check
               end-read
               perform 016-load-one-rating
                   until ws-end-ratings-check equal ws-end-file
               close ratings-file
           else
               display "NO RATINGS FILE - FLAT POSITION RATES FORECAST"
           end-if.

      * Code run when perform 016-load-one-rating is called upon
       016-load-one-rating.
           if ws-rating-count less than ws-rating-max
               add 1 to ws-rating-count
               move rt-employee-number to rte-employee-number(ws-rating-count)
               move rt-rating-grade to rte-rating-grade(ws-rating-count)
           else
               display "MORE RATINGS THAN THE TABLE HOLDS - EXCESS IGNORED"
           end-if.
           read ratings-file
               at end move ws-end-file to ws-end-ratings-check
           end-read.

      * Code run when perform 020-build-day-rate-table is called upon; settles the rate set in force on every day
      * of the window, today (day zero) through the look-ahead date
       020-build-day-rate-table.
           move zero to ws-day-offset.
           perform 025-settle-one-day-rate
               until ws-day-offset greater than ws-window-days.

      * Code run when perform 025-settle-one-day-rate is called upon; the table is subscripted from one, so day
      * zero of the window sits in entry one
       025-settle-one-day-rate.
           compute ws-day-date = function date-of-integer(ws-today-days + ws-day-offset).
           perform 260-select-rate-set.
           move ws-rate-chosen-ix to ws-day-rate-ix(ws-day-offset + 1).
           add 1 to ws-day-offset.

      * Code run when perform 100-initial-heading is called upon
       100-initial-heading.
           move ws-page-number to tp-page-number.
           write report-line from first-line.
           write report-line from top-page after advancing ws-single-space line.
           move ws-today-date to wl-from-date.
           move ws-look-ahead-date to wl-to-date.
           write report-line from window-line after advancing ws-single-space line.
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

      * Code run when perform 200-forecast-employees is called upon; this is the SORT's input procedure -- every
      * active employee is walked through the window and each crossing found is released to the sort
       200-forecast-employees.
           perform 210-forecast-one-employee
               until ws-end-file-check equal ws-end-file.

      * Code run when perform 210-forecast-one-employee is called upon; only an active employee whose record can
      * be classified at all is forecast -- one on leave or terminated draws no increase to plan for
       210-forecast-one-employee.
           add 1 to ws-masters-read.
           if er-employee-status equal ws-status-active or er-employee-status equal space
               add 1 to ws-active-count
               if (er-employee-code equal ws-graduate or er-employee-code equal ws-non-graduate)
                   and er-hire-date is numeric
                   and er-hire-date greater than zero
                   and er-employee-salary is numeric
                   perform 220-walk-the-window
               else
                   add 1 to ws-skipped-count
                   display "EMPLOYEE " er-employee-number " CANNOT BE CLASSIFIED - NOT FORECAST"
               end-if
           end-if.
           read employee-info next record
               at end move ws-end-file to ws-end-file-check
           end-read.

      * Code run when perform 220-walk-the-window is called upon; classifies the employee as they stand today,
      * then steps through the window a day at a time -- a day whose years of service and rate set are both
      * unchanged from the last classification cannot classify differently, so only the days that move either
      * one are classified again
       220-walk-the-window.
           set ws-employee-not-crossed to true.
           perform 280-find-rating.
           compute ws-hire-date-days = function integer-of-date(er-hire-date).
           move zero to ws-day-offset.
           perform 230-compute-years-for-day.
           move ws-day-rate-ix(1) to ws-rate-chosen-ix.
           perform 270-classify-employee.
           move ws-class-code to ws-held-code.
           move ws-class-prorated to ws-held-prorated.
           move ws-years-of-service to ws-prior-years.
           move ws-rate-chosen-ix to ws-prior-rate-ix.
           move 1 to ws-day-offset.
           perform 240-classify-one-day
               until ws-day-offset greater than ws-window-days.
           if ws-employee-has-crossed
               add 1 to ws-crossing-employees
           end-if.

      * Code run when perform 230-compute-years-for-day is called upon; the years of service as of the window day,
      * worked exactly as Lab6.cbl's 165-compute-years-of-service works them as of today -- a hire date later than
      * the day counts as no service yet
       230-compute-years-for-day.
           if ws-today-days + ws-day-offset greater than ws-hire-date-days
               compute ws-years-of-service rounded =
                   (ws-today-days + ws-day-offset - ws-hire-date-days) / 365.25
           else
               move zero to ws-years-of-service
           end-if.

      * Code run when perform 240-classify-one-day is called upon
       240-classify-one-day.
           perform 230-compute-years-for-day.
           move ws-day-rate-ix(ws-day-offset + 1) to ws-rate-chosen-ix.
           if ws-years-of-service not equal ws-prior-years
               or ws-rate-chosen-ix not equal ws-prior-rate-ix
               perform 270-classify-employee
               if ws-class-code not equal ws-held-code
                   or ws-class-prorated not equal ws-held-prorated
                   perform 250-release-crossing
                   move ws-class-code to ws-held-code
                   move ws-class-prorated to ws-held-prorated
               end-if
               move ws-years-of-service to ws-prior-years
               move ws-rate-chosen-ix to ws-prior-rate-ix
           end-if.
           add 1 to ws-day-offset.

      * Code run when perform 250-release-crossing is called upon; releases one crossing -- the classification the
      * employee held, the one they move into on this day, and what the new rate would pay off today's salary
       250-release-crossing.
           set ws-employee-has-crossed to true.
           add 1 to ws-crossing-count.
           compute fs-cross-date = function date-of-integer(ws-today-days + ws-day-offset).
           move er-employee-number to fs-employee-number.
           move er-employee-name to fs-employee-name.
           move er-department-code to fs-department-code.
           move ws-held-code to fs-from-code.
           move ws-held-prorated to fs-from-prorated.
           move ws-class-code to fs-to-code.
           move ws-class-prorated to fs-to-prorated.
           move er-employee-salary to fs-salary.
           move ws-class-percent to fs-new-percent.
           compute ws-increase rounded = ws-class-percent * er-employee-salary / 100.
           move ws-increase to fs-increase.
           add ws-increase to ws-total-increase.
           release forecast-sort-record.

      * Code run when perform 260-select-rate-set is called upon; picks the latest rate set whose effective date
      * ws-day-date has reached, the way the batch's 016-capture-rate-record picks the set in force today -- no
      * set reached means the compiled-in defaults govern the day
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
      * 250-graduate/300-non-graduate do, leaving the position code, the prorate flag, and the percent it pays
       270-classify-employee.
           move "N" to ws-class-prorated.
           move zero to ws-class-percent.
           move ws-unclassified-group-code to ws-class-code.
           if er-employee-code equal ws-graduate
               if ws-years-of-service greater than rst-analyst-years(ws-rate-chosen-ix)
                   move ws-analyst-group-code to ws-class-code
                   move rst-percent-analyst(ws-rate-chosen-ix) to ws-class-percent
                   perform 285-adjust-percent-for-grade
               else if ws-years-of-service not less than rst-senior-min(ws-rate-chosen-ix)
                   move ws-senior-group-code to ws-class-code
                   move rst-percent-senior(ws-rate-chosen-ix) to ws-class-percent
                   perform 285-adjust-percent-for-grade
      *        the programmer test is two-sided, exactly as in Lab6.cbl's 250-graduate, so a graduate between the
      *        compiled programmer ceiling and the set's senior threshold falls through to the prorate branch
               else if ws-years-of-service less than ws-programmer-graduate-max
                   and ws-years-of-service greater than rst-unclassified-max(ws-rate-chosen-ix)
                   move ws-programmer-group-code to ws-class-code
                   move rst-percent-programmer(ws-rate-chosen-ix) to ws-class-percent
                   perform 285-adjust-percent-for-grade
               else if ws-years-of-service greater than zero
      *            prorated toward the programmer rate, as the batch's 610-prorate-graduate does, with no merit
      *            adjustment on a prorated rate
                   move ws-programmer-group-code to ws-class-code
                   move "Y" to ws-class-prorated
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
                   perform 285-adjust-percent-for-grade
               else if ws-years-of-service greater than rst-junior-min(ws-rate-chosen-ix)
                   move ws-junior-group-code to ws-class-code
                   move rst-percent-junior(ws-rate-chosen-ix) to ws-class-percent
                   perform 285-adjust-percent-for-grade
               else if ws-years-of-service greater than zero
      *            prorated toward the junior rate, as the batch's 615-prorate-non-graduate does
                   move ws-junior-group-code to ws-class-code
                   move "Y" to ws-class-prorated
                   compute ws-prorate-percent rounded =
                       ws-years-of-service * rst-percent-junior(ws-rate-chosen-ix)
                           / rst-junior-min(ws-rate-chosen-ix)
                   move ws-prorate-percent to ws-class-percent
               end-if
               end-if
               end-if
           end-if.

      * Code run when perform 280-find-rating is called upon; looks the employee's merit grade up once, ahead of
      * their walk through the window -- an unrated employee, or no ratings file, leaves the grade blank
       280-find-rating.
           move space to ws-rating-grade.
           if ws-ratings-were-loaded
               set ws-rating-not-found to true
               move zero to ws-rating-ix
               perform 283-look-up-rating
                   until ws-rating-was-found
                   or ws-rating-ix not less than ws-rating-count
               if ws-rating-was-found
                   move rte-rating-grade(ws-rating-ix) to ws-rating-grade
               end-if
           end-if.

      * Code run when perform 283-look-up-rating is called upon
       283-look-up-rating.
           add 1 to ws-rating-ix.
           if rte-employee-number(ws-rating-ix) equal er-employee-number
               set ws-rating-was-found to true
           end-if.

      * Code run when perform 285-adjust-percent-for-grade is called upon; moves the flat position rate by the
      * employee's merit grade the way the batch's 665-adjust-percent-for-grade does -- never below zero, and an
      * unrated employee or an unknown grade keeps the flat rate
       285-adjust-percent-for-grade.
           if ws-rating-grade not equal space
               set ws-matrix-grade-not-found to true
               move zero to ws-matrix-ix
               perform 286-look-up-matrix-grade
                   until ws-matrix-grade-found
                   or ws-matrix-ix not less than 5
               if ws-matrix-grade-found
                   if rmx-adjust-sign(ws-matrix-ix) equal "-"
                       if ws-class-percent greater than rmx-adjustment(ws-matrix-ix)
                           subtract rmx-adjustment(ws-matrix-ix) from ws-class-percent
                       else
                           move zero to ws-class-percent
                       end-if
                   else
                       add rmx-adjustment(ws-matrix-ix) to ws-class-percent
                   end-if
               end-if
           end-if.

      * Code run when perform 286-look-up-matrix-grade is called upon
       286-look-up-matrix-grade.
           add 1 to ws-matrix-ix.
           if rmx-grade(ws-matrix-ix) equal ws-rating-grade
               set ws-matrix-grade-found to true
           end-if.

      * Code run when perform 300-print-forecast is called upon; this is the SORT's output procedure, printing the
      * crossings in the order they fall
       300-print-forecast.
           return forecast-sort-file
               at end move ws-end-sort to ws-end-sort-check
           end-return.
           if ws-end-sort-check equal ws-end-sort
               write report-line from no-crossing-line
           end-if.
           perform 310-print-one-crossing
               until ws-end-sort-check equal ws-end-sort.

      * Code run when perform 310-print-one-crossing is called upon; the present salary is set against the band
      * of the position being moved into, so a crossing that lands somebody outside their new band stands out
       310-print-one-crossing.
           add 1 to ws-page-line.
           if ws-page-line greater than ws-line-per-page
               perform 150-page-heading
               add 1 to ws-page-line
           end-if.
           move fs-employee-number to fdl-number.
           move fs-employee-name to fdl-name.
           move fs-department-code to fdl-department.
           move ws-position-name(fs-from-code) to fdl-from-position.
           move ws-position-name(fs-to-code) to fdl-to-position.
           move space to fdl-from-flag.
           move space to fdl-to-flag.
           if fs-from-prorated equal "Y"
               move "*" to fdl-from-flag
           end-if.
           if fs-to-prorated equal "Y"
               move "*" to fdl-to-flag
           end-if.
           move fs-cross-date to fdl-cross-date.
           move fs-salary to fdl-salary.
           move sbt-minimum(fs-to-code) to fdl-band-minimum.
           move sbt-maximum(fs-to-code) to fdl-band-maximum.
           if fs-salary less than sbt-minimum(fs-to-code)
               move "BELOW" to fdl-band-flag
           else if fs-salary greater than sbt-maximum(fs-to-code)
               move "ABOVE" to fdl-band-flag
           else
               move "IN" to fdl-band-flag
           end-if
           end-if.
           move fs-new-percent to fdl-new-percent.
           move fs-increase to fdl-increase.
           write report-line from forecast-detail-line.
           return forecast-sort-file
               at end move ws-end-sort to ws-end-sort-check
           end-return.

      * Code run when perform 400-print-totals is called upon
       400-print-totals.
           write report-line from spaces.
           write report-line from footnote-line.
           move ws-active-count to ttl-active.
           move ws-crossing-employees to ttl-employees.
           move ws-crossing-count to ttl-crossings.
           move ws-skipped-count to ttl-skipped.
           move ws-total-increase to ttl-increase.
           write report-line from total-line after advancing ws-double-space line.
