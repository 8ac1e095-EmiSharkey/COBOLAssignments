      * Program Name:  EmpBrows.cbl
      * Author:        Emilie Sharkey
      * Date:          2026-10-15
      * Version:       1.0
      * Description:   Console browse of the employee master by department
      *                or by name. The operator asks for every employee in
      *                one department code, or every employee whose name
      *                begins with the letters keyed, and the master is read
      *                in that order off its department code or name
      *                alternate key -- no pass over the whole file, and no
      *                need to know the employee number first. Each
      *                employee listed shows number, name, department,
      *                position, salary, status, and last increase date;
      *                the operator then keys any number off the list for
      *                the employee's full record, read by its prime key.
      *                The position is the one Lab6.cbl's 250-graduate/
      *                300-non-graduate would classify the employee into
      *                today, under the RATES.DAT set in force. Nothing is
      *                written anywhere.
      *
      * Companion To:  Lab6.cbl, whose 800-single-employee-inquiry answers
      *                for one employee number already known

       identification division.
       program-id. empbrows.
       author. Emilie.

       environment division.

       input-output section.

       file-control.
      *    employee-info is the same indexed master file Lab6.cbl reads, keyed on er-employee-number with alternate
      *    keys on the department code and the name; here it is only ever read, started on the alternate key the
      *    operator browses by and read forward in that key's order
           select employee-info assign to "../../employee/lab6.dat"
           organization is indexed
           access mode is dynamic
           record key is er-employee-number
           alternate record key is er-department-code with duplicates
           alternate record key is er-employee-name with duplicates
           file status is ws-employee-info-status.

      *    department-master is the indexed department file, read by key for the department name and manager the
      *    full detail shows
           select department-master assign to "../../employee/deptmast.dat"
           organization is indexed
           access mode is dynamic
           record key is dm-department-code
           file status is ws-dept-status.

      *    rate-parameters is the same effective-dated rate file the batch loads; the set in force today settles
      *    the position each employee is listed under
           select rate-parameters assign to "RATES.DAT"
           organization is line sequential
           file status is ws-rates-status.

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

       working-storage section.
      *    ws-end-file is used as an indicator that the end of file has been reached
           77  ws-end-file                 pic x(5)
               value "TRUE".
      *    ws-end-file-check is used to check if the end of the employees being browsed has been reached -- the end
      *    of the master, or the first record past the department or name prefix asked for
           77  ws-end-file-check           pic x(5)
               value "FALSE".
      *    ws-end-rates-check is used to check if end of the rate file has been reached
           77  ws-end-rates-check          pic x(5)
               value "FALSE".
      *    ws-graduate and ws-non-graduate are the two employee codes, the same characters Lab6.cbl classifies by
           77  ws-graduate                 pic x
               value "G".
           77  ws-non-graduate             pic x
               value "N".
      *    ws-status-active, ws-status-on-leave, and ws-status-terminated are the status characters lab6.dat
      *    carries -- a space, on records that predate the field, reads as active
           77  ws-status-active            pic x
               value "A".
           77  ws-status-on-leave          pic x
               value "L".
           77  ws-status-terminated        pic x
               value "T".
      *    ws-analyst-group-code through ws-unclassified-group-code are the position codes Lab6.cbl groups its
      *    report by, which also subscript the position name table below
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
      *    ws-browse-type holds the way the operator asked to browse: D by department code, N by name prefix
           77  ws-browse-type              pic x
               value space.
              88  ws-browse-by-department  value "D".
              88  ws-browse-by-name        value "N".
      *    ws-browse-department holds the department code the operator keys in
           77  ws-browse-department        pic x(3)
               value spaces.
      *    ws-browse-name holds the leading letters of the name the operator keys in
           77  ws-browse-name              pic x(15)
               value spaces.
      *    ws-prefix-length is how many of ws-browse-name's letters were keyed -- trailing spaces are not part of
      *    the prefix, so "SM" finds every name that begins SM
           77  ws-prefix-length            pic 99 comp
               value 0.
      *    ws-selection-valid is used as a switch to indicate whether the operator's browse can be run
           77  ws-selection-valid          pic x
               value "N".
              88  ws-selection-is-valid    value "Y".
              88  ws-selection-is-invalid  value "N".
      *    ws-browse-done is used as a switch to indicate the operator has finished picking employees off the list
           77  ws-browse-done              pic x
               value "N".
              88  ws-browse-finished       value "Y".
              88  ws-browse-continuing     value "N".
      *    ws-pick-number holds the employee number the operator keys in off the list for full detail
           77  ws-pick-number              pic x(3)
               value spaces.
      *    ws-listed-count counts the employees the browse listed, and ws-listed-max is the most the list table
      *    below holds for the pick check -- any listed past it are still shown, but cannot be picked
           77  ws-listed-count             pic 9(5)
               value 0.
           77  ws-listed-max               pic 9(5)
               value 999.
      *    ws-listed-ix is the subscript used to walk the list table
           77  ws-listed-ix                pic 9(5) comp
               value 0.
      *    ws-listed-found is used as a switch to indicate whether the number picked was on the list
           77  ws-listed-found             pic x
               value "N".
              88  ws-pick-on-list          value "Y".
              88  ws-pick-not-on-list      value "N".
      *    ws-today-days, ws-service-end-days, and ws-hire-date-days hold the integer day numbers the years-of-
      *    service calculation is worked in, the way Lab6.cbl's 165-compute-years-of-service works
           77  ws-today-days               pic 9(9)
               value 0.
           77  ws-service-end-days         pic 9(9)
               value 0.
           77  ws-hire-date-days           pic 9(9)
               value 0.
      *    ws-day-date is the date the rate set is being chosen for
           77  ws-day-date                 pic 9(8)
               value 0.
      *    ws-years-of-service is the rounded, one-decimal number of years an employee has served -- up to today,
      *    or up to the status date for a terminated employee, whose service stopped there
           77  ws-years-of-service         pic 999v9
               value 0.
      *    ws-rate-set-count holds how many rate sets were loaded off the rate file
           77  ws-rate-set-count           pic 99
               value 0.
      *    ws-rate-set-max is the most rate sets the table can carry off the file; a fuller file is reported and
      *    the excess ignored -- the entry after the last is reserved for the compiled-in defaults
           77  ws-rate-set-max             pic 99
               value 50.
      *    ws-default-set-ix is the table entry carrying Lab6.cbl's compiled-in default rates, which govern when
      *    no rate set on the file has yet taken effect, as they govern the batch
           77  ws-default-set-ix           pic 99 comp
               value 51.
      *    ws-rate-ix is the subscript used to walk the rate set table
           77  ws-rate-ix                  pic 99 comp
               value 0.
      *    ws-rate-chosen-ix holds the entry of the rate set in force today
           77  ws-rate-chosen-ix           pic 99 comp
               value 0.
      *    ws-class-code is what one classification settles: the position code the employee falls into
           77  ws-class-code               pic 9
               value 0.
      *    ws-position-text and ws-status-text hold the position and status as the list and the detail word them
           77  ws-position-text            pic x(8)
               value spaces.
           77  ws-status-text              pic x(10)
               value spaces.
      *    ws-salary-display and ws-years-display edit the salary and the years of service for the console
           77  ws-salary-display           pic zz,zz9.99.
           77  ws-years-display            pic zz9.9.
      *    ws-rate-set-table holds every rate set on the rate file, plus the compiled-in defaults in the entry
      *    after the last
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
      *    ws-position-name-table carries the position names, one per position code, worded as Lab6.cbl words them
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
      *    ws-listed-table holds the number of every employee the browse listed, so a pick can be checked
      *    against the list
           01  ws-listed-table.
               05 lst-employee-number occurs 999 times
                                           pic x(3).

      *    browse-heading-line heads the list's columns
           01  browse-heading-line.
               05  filler              pic x(5)  value "NUM".
               05  filler              pic x(17) value "NAME".
               05  filler              pic x(6)  value "DEPT".
               05  filler              pic x(10) value "POSITION".
               05  filler              pic x(11) value "   SALARY".
               05  filler              pic x(12) value "STATUS".
               05  filler              pic x(13) value "LAST INCREASE".

      *    browse-line carries one employee on the list
           01  browse-line.
               05  brl-number          pic x(3).
               05  filler              pic x(2)  value spaces.
               05  brl-name            pic x(15).
               05  filler              pic x(2)  value spaces.
               05  brl-department      pic x(3).
               05  filler              pic x(3)  value spaces.
               05  brl-position        pic x(8).
               05  filler              pic x(2)  value spaces.
               05  brl-salary          pic zz,zz9.99.
               05  filler              pic x(2)  value spaces.
               05  brl-status          pic x(10).
               05  filler              pic x(2)  value spaces.
               05  brl-last-increase   pic x(8).

       procedure division.

      * ws-today-date stores the present date as ccyymmdd
        accept ws-today-date from date yyyymmdd.

      * the operator names the department or the leading letters of the name to browse by
        perform 005-accept-selection.

        if ws-selection-is-valid
      *     the rate set in force today is settled once, for every position the list shows
            perform 010-load-rate-sets
            move ws-today-date to ws-day-date
            perform 260-select-rate-set
            compute ws-today-days = function integer-of-date(ws-today-date)

            open input employee-info
            if ws-employee-info-status not equal "00"
                display "EMPLOYEE-INFO FILE COULD NOT BE OPENED, STATUS=" ws-employee-info-status
            else
      *         department names are a nicety on the detail -- a missing department master leaves them blank
      *         rather than stopping the browse
                open input department-master
                if ws-dept-status equal "00"
                    set ws-dept-master-available to true
                else
                    display "DEPARTMENT MASTER COULD NOT BE OPENED - DEPARTMENT NAMES LEFT BLANK"
                end-if

                perform 100-list-employees

      *         the operator picks employees off the list for full detail until a blank number is keyed
                if ws-listed-count greater than zero
                    perform 300-pick-employee
                        until ws-browse-finished
                end-if

                close employee-info
                if ws-dept-master-available
                    close department-master
                end-if
            end-if
        end-if.

      * stops the application run
       stop run.

      * Code run when perform 005-accept-selection is called upon; the browse is by department code or by name
      * prefix, and whichever was chosen must be keyed
       005-accept-selection.
           set ws-selection-is-invalid to true.
           display "BROWSE BY D (DEPARTMENT) OR N (NAME): " with no advancing.
           accept ws-browse-type.
           if ws-browse-by-department
               display "DEPARTMENT CODE: " with no advancing
               accept ws-browse-department
               if ws-browse-department equal spaces
                   display "A DEPARTMENT CODE MUST BE KEYED - NO BROWSE RUN"
               else
                   set ws-selection-is-valid to true
               end-if
           else if ws-browse-by-name
               display "LEADING LETTERS OF THE NAME: " with no advancing
               accept ws-browse-name
               move 15 to ws-prefix-length
               perform 006-shorten-prefix
                   until ws-prefix-length equal zero
                   or ws-browse-name(ws-prefix-length:1) not equal space
               if ws-prefix-length equal zero
                   display "AT LEAST ONE LETTER OF THE NAME MUST BE KEYED - NO BROWSE RUN"
               else
                   set ws-selection-is-valid to true
               end-if
           else
               display "BROWSE MUST BE D OR N - NO BROWSE RUN"
           end-if
           end-if.

      * Code run when perform 006-shorten-prefix is called upon; drops one trailing space off the name prefix
       006-shorten-prefix.
           subtract 1 from ws-prefix-length.

      * Code run when perform 010-load-rate-sets is called upon; reads every rate set off the rate file into the
      * table, and puts the batch's compiled-in default rates in the entry after the last, for when no set on the
      * file has taken effect yet
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
           end-if.
           read rate-parameters
               at end move ws-end-file to ws-end-rates-check
           end-read.

      * Code run when perform 100-list-employees is called upon; starts the master on the alternate key asked for
      * -- the department code exactly, or the first name not less than the prefix -- and lists forward in that
      * key's order until a record falls outside the department or the prefix
       100-list-employees.
           if ws-browse-by-department
               move ws-browse-department to er-department-code
               start employee-info key is equal to er-department-code
                   invalid key
                       move ws-end-file to ws-end-file-check
               end-start
           else
               move ws-browse-name to er-employee-name
               start employee-info key is not less than er-employee-name
                   invalid key
                       move ws-end-file to ws-end-file-check
               end-start
           end-if.
           if ws-end-file-check not equal ws-end-file
               read employee-info next record
                   at end move ws-end-file to ws-end-file-check
               end-read
               perform 105-check-browse-range
           end-if.
           display " ".
           if ws-end-file-check equal ws-end-file
               if ws-browse-by-department
                   display "NO EMPLOYEES IN DEPARTMENT " ws-browse-department
               else
                   display "NO EMPLOYEE NAMES BEGIN " ws-browse-name(1:ws-prefix-length)
               end-if
           else
               display browse-heading-line
               perform 110-list-one-employee
                   until ws-end-file-check equal ws-end-file
               display " "
               display "EMPLOYEES LISTED: " ws-listed-count
           end-if.

      * Code run when perform 105-check-browse-range is called upon; the alternate key reads on past the
      * department or the prefix into the next one, so the first record outside it ends the list
       105-check-browse-range.
           if ws-end-file-check not equal ws-end-file
               if ws-browse-by-department
                   if er-department-code not equal ws-browse-department
                       move ws-end-file to ws-end-file-check
                   end-if
               else
                   if er-employee-name(1:ws-prefix-length) not equal ws-browse-name(1:ws-prefix-length)
                       move ws-end-file to ws-end-file-check
                   end-if
               end-if
           end-if.

      * Code run when perform 110-list-one-employee is called upon
       110-list-one-employee.
           add 1 to ws-listed-count.
           if ws-listed-count not greater than ws-listed-max
               move er-employee-number to lst-employee-number(ws-listed-count)
           end-if.
           perform 200-describe-employee.
           move er-employee-number to brl-number.
           move er-employee-name to brl-name.
           move er-department-code to brl-department.
           move ws-position-text to brl-position.
           move ws-status-text to brl-status.
           if er-employee-salary is numeric
               move er-employee-salary to brl-salary
           else
               move zero to brl-salary
           end-if.
           if er-last-increase-date is numeric and er-last-increase-date greater than zero
               move er-last-increase-date to brl-last-increase
           else
               move "NONE" to brl-last-increase
           end-if.
           display browse-line.
           read employee-info next record
               at end move ws-end-file to ws-end-file-check
           end-read.
           perform 105-check-browse-range.

      * Code run when perform 200-describe-employee is called upon; words the employee's status, and classifies
      * the position by the service they have -- up to today, or up to the status date for a terminated employee,
      * whose service stopped there -- under the rate set in force today
       200-describe-employee.
           if er-employee-status equal ws-status-active or er-employee-status equal space
               move "ACTIVE" to ws-status-text
           else if er-employee-status equal ws-status-on-leave
               move "ON LEAVE" to ws-status-text
           else if er-employee-status equal ws-status-terminated
               move "TERMINATED" to ws-status-text
           else
               move "UNKNOWN" to ws-status-text
           end-if
           end-if
           end-if.
           move zero to ws-years-of-service.
           if er-hire-date is numeric and er-hire-date greater than zero
               compute ws-hire-date-days = function integer-of-date(er-hire-date)
               move ws-today-days to ws-service-end-days
               if er-employee-status equal ws-status-terminated
                   and er-status-date is numeric
                   and er-status-date greater than zero
                   and er-status-date less than ws-today-date
                   compute ws-service-end-days = function integer-of-date(er-status-date)
               end-if
               if ws-service-end-days greater than ws-hire-date-days
                   compute ws-years-of-service rounded =
                       (ws-service-end-days - ws-hire-date-days) / 365.25
               end-if
           end-if.
           if er-employee-code equal ws-graduate or er-employee-code equal ws-non-graduate
               perform 270-classify-employee
               move ws-position-name(ws-class-code) to ws-position-text
           else
               move "INVALID" to ws-position-text
           end-if.

      * Code run when perform 260-select-rate-set is called upon; the set in force on ws-day-date is the one with
      * the latest effective date not after it, and the compiled-in defaults when none has taken effect
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
      * 250-graduate/300-non-graduate do -- a prorated employee is listed under the position they are
      * prorated toward, as the batch reports them
       270-classify-employee.
           move ws-unclassified-group-code to ws-class-code.
           if er-employee-code equal ws-graduate
               if ws-years-of-service greater than rst-analyst-years(ws-rate-chosen-ix)
                   move ws-analyst-group-code to ws-class-code
               else if ws-years-of-service not less than rst-senior-min(ws-rate-chosen-ix)
                   move ws-senior-group-code to ws-class-code
      *        a graduate short of senior is a programmer at any service above zero -- under the graduate
      *        maximum on the full rate, or prorated toward it -- so the position is the same either way
               else if ws-years-of-service greater than zero
                   move ws-programmer-group-code to ws-class-code
               end-if
               end-if
               end-if
           else
               if ws-years-of-service greater than rst-programmer-min(ws-rate-chosen-ix)
                   move ws-programmer-group-code to ws-class-code
               else if ws-years-of-service greater than zero
                   move ws-junior-group-code to ws-class-code
               end-if
               end-if
           end-if.

      * Code run when perform 300-pick-employee is called upon; the operator keys a number off the list for its
      * full detail, or a blank number to finish
       300-pick-employee.
           display " ".
           display "EMPLOYEE NUMBER FOR FULL DETAIL (BLANK TO END): " with no advancing.
           move spaces to ws-pick-number.
           accept ws-pick-number.
           if ws-pick-number equal spaces
               set ws-browse-finished to true
           else
               perform 310-find-listed-employee
               if ws-pick-not-on-list
                   display "EMPLOYEE " ws-pick-number " IS NOT ON THIS LIST"
               else
                   perform 400-show-employee-detail
               end-if
           end-if.

      * Code run when perform 310-find-listed-employee is called upon
       310-find-listed-employee.
           set ws-pick-not-on-list to true.
           move zero to ws-listed-ix.
           perform 315-look-up-listed-employee
               until ws-pick-on-list
               or ws-listed-ix not less than ws-listed-count
               or ws-listed-ix not less than ws-listed-max.

      * Code run when perform 315-look-up-listed-employee is called upon
       315-look-up-listed-employee.
           add 1 to ws-listed-ix.
           if lst-employee-number(ws-listed-ix) equal ws-pick-number
               set ws-pick-on-list to true
           end-if.

      * Code run when perform 400-show-employee-detail is called upon; the employee picked is read afresh by the
      * prime key, so the detail is the record as the master holds it now
       400-show-employee-detail.
           move ws-pick-number to er-employee-number.
           read employee-info record
               invalid key
                   display "EMPLOYEE " ws-pick-number " NO LONGER ON FILE"
               not invalid key
                   perform 200-describe-employee
                   display " "
                   display "EMPLOYEE " er-employee-number " " er-employee-name
                   if er-employee-salary is numeric
                       move er-employee-salary to ws-salary-display
                   else
                       move zero to ws-salary-display
                   end-if
                   move ws-years-of-service to ws-years-display
                   display "  CODE: " er-employee-code
                       "  POSITION: " ws-position-text
                       "  SALARY: " ws-salary-display
                   display "  HIRED: " er-hire-date
                       "  YEARS OF SERVICE: " ws-years-display
                       "  YEARS KEYED: " er-employee-years
                   display "  LAST INCREASE: " er-last-increase-date
                   display "  STATUS: " ws-status-text
                       "  STATUS DATE: " er-status-date
                   perform 410-show-department
           end-read.

      * Code run when perform 410-show-department is called upon; a department not on deptmast is shown flagged
       410-show-department.
           if ws-dept-master-available
               move er-department-code to dm-department-code
               read department-master record
                   invalid key
                       display "  DEPT: " er-department-code "  *NOT ON DEPTMAST*"
                   not invalid key
                       display "  DEPT: " er-department-code " " dm-department-name
                           "  MANAGER: " dm-manager-name
               end-read
           else
               display "  DEPT: " er-department-code
           end-if.
