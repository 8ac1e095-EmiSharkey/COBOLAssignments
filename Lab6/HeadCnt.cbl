      * Program Name:  HeadCnt.cbl
      * Author:        Emilie Sharkey
      * Date:          2026-10-15
      * Version:       1.0
      * Description:   Period headcount and turnover report. For the date
      *                range the operator keys, every employee's history is
      *                rebuilt from EMPHIST.DAT -- hire, leave, return, and
      *                termination, each on the date it took effect, with
      *                the department and employee code they carried -- so
      *                the opening headcount (the day before the period
      *                starts) and the closing headcount (the period's last
      *                day) are what the master held on those days, not what
      *                it holds today. Each department on deptmast.dat and
      *                each position shows its opening headcount, hires,
      *                terminations, leaves started, returns from leave, the
      *                net of transfers and reclassifications, its closing
      *                headcount, and the period's turnover annualised.
      *                Headcount includes employees on leave: they are still
      *                employed, only off the increase. A record that
      *                predates the history is rebuilt from its first before
      *                image, or from the master itself when it has none.
      *
      * Companion To:  EmpMaint.cbl / DeptMaint.cbl, whose ADD, STATUS,
      *                CHANGE, and transfer records on the change history
      *                this report reconstructs the period from

       identification division.
       program-id. headcnt.
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

      *    department-master is the indexed department file the department section is laid out from
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

      *    rate-parameters is the same dated rate file Lab6.cbl reads; its service thresholds place each employee
      *    in a position on the day being counted
           select rate-parameters assign to "RATES.DAT"
           organization is line sequential
           file status is ws-rates-status.

      *    history-sort-file is the sort work file that orders the history by employee number, keeping each
      *    employee's changes in the order they were appended
           select history-sort-file assign to "HCSORT.TMP".

      *    history-by-employee receives the sorted history, so it can be matched against the master in key order
           select history-by-employee assign to "HCWRK.TMP"
           organization is line sequential.

      *    headcount-report is the printed headcount and turnover report
           select headcount-report assign to "HEADCNT.OUT"
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

      *    sd for history-sort-file, used to order the history by employee number, then by the order it was read
           sd history-sort-file
               data record is history-sort-record.
      *    history-sort-record carries the parts of one change the reconstruction needs, with its place in the
      *    history so an employee's changes stay in the order they were made
           01 history-sort-record.
               05 hs-employee-number       pic x(3).
               05 hs-sequence              pic 9(9).
               05 hs-change-date           pic 9(8).
               05 hs-action                pic x(6).
               05 hs-before-flag           pic x.
               05 hs-before-image          pic x(56).
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
               05 hb-action                pic x(6).
               05 hb-before-flag           pic x.
               05 hb-before-image          pic x(56).
               05 hb-after-flag            pic x.
               05 hb-after-image           pic x(56).

      *    file description for headcount-report that states that report-line will be used to store the lines
      *    written to the file
           fd headcount-report
               data record is report-line.
      *    blank record that will be used to write data from the application into headcount-report
           01 report-line pic x(120).

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
      *    ws-end-dept-check is used to check if end of the department master has been reached
           77  ws-end-dept-check           pic x(5)
               value "FALSE".
      *    ws-end-rates-check is used to check if end of the rate file has been reached
           77  ws-end-rates-check          pic x(5)
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
      *    ws-graduate is the employee code the batch classifies as a graduate; any other code is classified the
      *    non-graduate way, as Lab6.cbl's 300-non-graduate does
           77  ws-graduate                 pic x
               value "G".
      *    ws-status-active through ws-status-terminated are the status characters EmpMaint.cbl's STATUS
      *    transaction sets -- a space, on records that predate the field, reads as active
           77  ws-status-active            pic x
               value "A".
           77  ws-status-leave             pic x
               value "L".
           77  ws-status-terminated        pic x
               value "T".
      *    ws-status-not-hired is the status the reconstruction gives an employee before the first entry on
      *    their timeline -- not yet on the books
           77  ws-status-not-hired         pic x
               value "N".
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
      *    ws-opening-event through ws-closing-event are the six figures each department and position carries,
      *    which also subscript the count tables below
           77  ws-opening-event            pic 9
               value 1.
           77  ws-hire-event               pic 9
               value 2.
           77  ws-termination-event        pic 9
               value 3.
           77  ws-leave-event              pic 9
               value 4.
           77  ws-return-event             pic 9
               value 5.
           77  ws-closing-event            pic 9
               value 6.
      *    ws-employee-info-status holds the file status code returned by every operation against the indexed master
           77  ws-employee-info-status     pic xx
               value "00".
      *    ws-dept-status holds the file status code returned by every operation against the department master
           77  ws-dept-status              pic xx
               value "00".
      *    ws-emphist-status holds the file status code returned by opening the change history
           77  ws-emphist-status           pic xx
               value "00".
      *    ws-rates-status holds the file status code returned by opening the rate file
           77  ws-rates-status             pic xx
               value "00".
      *    ws-selection-valid is used as a switch to indicate whether the operator's period can be reported
           77  ws-selection-valid          pic x
               value "N".
              88  ws-selection-is-valid    value "Y".
              88  ws-selection-is-invalid  value "N".
      *    ws-today-date holds today's date as ccyymmdd, and ws-today-days its integer day number
           77  ws-today-date               pic 9(8)
               value 0.
           77  ws-today-days               pic 9(9)
               value 0.
      *    ws-period-start-days and ws-period-end-days hold the period's first and last days as integer day numbers
           77  ws-period-start-days        pic 9(9)
               value 0.
           77  ws-period-end-days          pic 9(9)
               value 0.
      *    ws-period-days holds how many days the period covers, first and last day both counted
           77  ws-period-days              pic 9(7)
               value 0.
      *    ws-opening-date holds the day before the period starts, the day the opening headcount is taken on
           77  ws-opening-date             pic 9(8)
               value 0.
      *    ws-history-sequence numbers each history record in the order it was read, so the sort keeps each
      *    employee's changes in the order they were appended
           77  ws-history-sequence         pic 9(9)
               value 0.
      *    ws-history-read, ws-employees-rebuilt, and ws-master-only-count tally the run: the history records
      *    read, the employees reconstructed, and those of them with no history, rebuilt off the master alone
           77  ws-history-read             pic 9(7)
               value 0.
           77  ws-employees-rebuilt        pic 9(5)
               value 0.
           77  ws-master-only-count        pic 9(5)
               value 0.
      *    ws-group-employee-number holds the employee whose history changes are being gathered
           77  ws-group-employee-number    pic x(3)
               value spaces.
      *    ws-first-change is used as a switch to indicate the change being taken is the employee's first on the
      *    history, which seeds the timeline
           77  ws-first-change             pic x
               value "Y".
              88  ws-first-change-for-employee value "Y".
              88  ws-later-change-for-employee value "N".
      *    ws-image-view reads the image being taken onto the timeline in the master's own field layout
           01  ws-image-view.
               05 ws-image                 pic x(56).
               05 im-field-view redefines ws-image.
                   10 im-employee-number   pic x(3).
                   10 im-employee-name     pic x(15).
                   10 im-employee-years    pic x(2).
                   10 im-employee-code     pic x.
                   10 im-employee-salary   pic 9(5)v9(2).
                   10 im-hire-date         pic 9(8).
                   10 im-last-increase-date pic 9(8).
                   10 im-department-code   pic x(3).
                   10 im-employee-status   pic x.
                   10 im-status-date       pic 9(8).
      *    ws-previous-view holds the image the last change left, so the next can be compared with it
           01  ws-previous-view.
               05 ws-previous-image        pic x(56).
               05 pv-field-view redefines ws-previous-image.
                   10 pv-employee-number   pic x(3).
                   10 pv-employee-name     pic x(15).
                   10 pv-employee-years    pic x(2).
                   10 pv-employee-code     pic x.
                   10 pv-employee-salary   pic 9(5)v9(2).
                   10 pv-hire-date         pic 9(8).
                   10 pv-last-increase-date pic 9(8).
                   10 pv-department-code   pic x(3).
                   10 pv-employee-status   pic x.
                   10 pv-status-date       pic 9(8).
      *    ws-timeline-count holds how many entries the employee's timeline carries, and ws-timeline-max the most
      *    the table holds -- changes past it are reported and left off
           77  ws-timeline-count           pic 9(3)
               value 0.
           77  ws-timeline-max             pic 9(3)
               value 200.
      *    ws-timeline-ix, ws-timeline-shift-ix, and ws-prior-ix are the subscripts the timeline is ordered and
      *    walked with -- ws-prior-ix is the entry in force before the one being weighed, zero before the first
           77  ws-timeline-ix              pic 9(3) comp
               value 0.
           77  ws-timeline-shift-ix        pic 9(3) comp
               value 0.
           77  ws-prior-ix                 pic 9(3) comp
               value 0.
      *    ws-prior-status holds the status in force before the entry being weighed
           77  ws-prior-status             pic x
               value space.
      *    ws-as-of-date holds the day a headcount is being taken on, and ws-as-of-ix the timeline entry in force
      *    that day -- zero when the employee was not yet on the books
           77  ws-as-of-date               pic 9(8)
               value 0.
           77  ws-as-of-ix                 pic 9(3) comp
               value 0.
      *    ws-timeline-table holds one employee's reconstructed timeline: each entry is a status taking effect on
      *    a date, with the department, code, and hire date the employee carried from then on
           01  ws-timeline-table.
               05 ws-timeline-entry occurs 200 times.
                   10 tml-effective-date   pic 9(8).
                   10 tml-status           pic x.
                   10 tml-department-code  pic x(3).
                   10 tml-employee-code    pic x.
                   10 tml-hire-date        pic 9(8).
                   10 tml-entry-kind       pic x.
                      88 tml-sets-status   value "S".
                      88 tml-sets-attributes value "A".
      *    ws-entry-status holds the status the next timeline entry takes effect with
           77  ws-entry-status             pic x
               value space.
      *    ws-entry-kind holds what the next timeline entry records: S a status taking effect, A only a change of
      *    department, code, or hire date -- an A entry's status is not its own, but whatever status is in force
      *    on its date once the timeline is in order
           77  ws-entry-kind               pic x
               value "S".
              88  ws-entry-sets-status     value "S".
              88  ws-entry-sets-attributes value "A".
      *    ws-carry-status holds the status in force as the ordered timeline is walked, for the A entries to take
           77  ws-carry-status             pic x
               value space.
      *    ws-placement-done is used as a switch to indicate the entry being placed has found its place
           77  ws-placement-done           pic x
               value "N".
              88  ws-entry-is-placed       value "Y".
              88  ws-entry-not-placed      value "N".
      *    ws-timeline-hold holds the entry being placed while the timeline is put in effective date order
           01  ws-timeline-hold.
               05 tmh-effective-date       pic 9(8).
               05 tmh-status               pic x.
               05 tmh-department-code      pic x(3).
               05 tmh-employee-code        pic x.
               05 tmh-hire-date            pic 9(8).
               05 tmh-entry-kind           pic x.
      *    ws-event-type, ws-event-ix, and ws-event-date carry the figure being counted, the timeline entry whose
      *    department and code it counts under, and the day it is counted on
           77  ws-event-type               pic 9
               value 0.
           77  ws-event-ix                 pic 9(3) comp
               value 0.
           77  ws-event-date               pic 9(8)
               value 0.
      *    ws-department-count holds how many departments the table carries, and ws-department-max the most it
      *    holds -- a department past it is reported and counted in the totals only
           77  ws-department-count         pic 9(3)
               value 0.
           77  ws-department-max           pic 9(3)
               value 200.
      *    ws-department-ix is the subscript used to walk the department table
           77  ws-department-ix            pic 9(3) comp
               value 0.
      *    ws-department-found is used as a switch to indicate whether a department code is in the table
           77  ws-department-found         pic x
               value "N".
              88  ws-department-was-found  value "Y".
              88  ws-department-not-found  value "N".
      *    ws-department-overflow is used as a switch so a full department table is reported only once
           77  ws-department-overflow      pic x
               value "N".
              88  ws-department-table-full value "Y".
      *    ws-department-table holds every department on deptmast, in code order, plus any department the
      *    history carries that deptmast does not, each with its six figures
           01  ws-department-table.
               05 ws-department-entry occurs 200 times.
                   10 dpt-code             pic x(3).
                   10 dpt-name             pic x(20).
                   10 dpt-on-file          pic x.
                   10 dpt-count occurs 6 times
                                           pic 9(5).
      *    ws-position-count-table holds the six figures for each position code
           01  ws-position-count-table.
               05 ws-position-entry occurs 5 times.
                   10 pos-count occurs 6 times
                                           pic 9(5).
      *    ws-total-count-table holds the six figures for the whole company
           01  ws-total-count-table.
               05 tot-count occurs 6 times pic 9(5).
      *    ws-position-ix is the subscript used to walk the position tables
           77  ws-position-ix              pic 9 comp
               value 0.
      *    ws-count-ix is the subscript used to clear the count tables
           77  ws-count-ix                 pic 9 comp
               value 0.
      *    ws-row-count-table holds the six figures of the row being printed, copied from whichever table it
      *    comes from
           01  ws-row-count-table.
               05 row-count occurs 6 times pic 9(5).
      *    ws-row-moves holds the row's transfers and reclassifications in less those out -- whatever closes the
      *    gap between the opening headcount moved by hires and terminations and the closing headcount
           77  ws-row-moves                pic s9(5)
               value 0.
      *    ws-row-average holds twice the row's average headcount, the opening and closing headcounts summed
           77  ws-row-average              pic 9(6)
               value 0.
      *    ws-row-turnover holds the row's terminations as a percentage of its average headcount, annualised
           77  ws-row-turnover             pic 9(3)v9
               value 0.
      *    ws-turnover-overflow is used as a switch to indicate the row's turnover would not fit its column
           77  ws-turnover-overflow        pic x
               value "N".
              88  ws-turnover-too-large    value "Y".
              88  ws-turnover-fits         value "N".
      *    ws-hire-date-days and ws-day-days hold integer day numbers for the years-of-service calculation
           77  ws-hire-date-days           pic 9(9)
               value 0.
           77  ws-day-days                 pic 9(9)
               value 0.
      *    ws-day-date is the date the rate set is being chosen for
           77  ws-day-date                 pic 9(8)
               value 0.
      *    ws-years-of-service is the rounded, one-decimal number of years an employee had served on ws-day-date
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
           77  ws-default-set-ix            pic 99 comp
               value 51.
      *    ws-rate-ix is the subscript used to walk the rate set table
           77  ws-rate-ix                  pic 99 comp
               value 0.
      *    ws-rate-chosen-ix holds the entry of the rate set in force on ws-day-date
           77  ws-rate-chosen-ix           pic 99 comp
               value 0.
      *    ws-class-code is what one classification settles: the position code the employee falls into
           77  ws-class-code               pic 9
               value 0.
      *    ws-period-start-entry holds the period's first day as the operator keyed it, and as a number once it is
      *    known to be digits
           01  ws-period-start-entry.
               05 ws-period-start-text     pic x(8)
                   value spaces.
               05 ws-period-start-date redefines ws-period-start-text
                                           pic 9(8).
      *    ws-period-end-entry holds the period's last day as the operator keyed it, and as a number once it is
      *    known to be digits
           01  ws-period-end-entry.
               05 ws-period-end-text       pic x(8)
                   value spaces.
               05 ws-period-end-date redefines ws-period-end-text
                                           pic 9(8).
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

      *    first-line is a record that uses its elementary items to store the author name, program name, time, and date
           01  first-line.
                   05  filler              pic x(5)  value spaces.
                   05  filler              pic x(35)
                           value "Emilie Sharkey, Headcount Report".
                   05  filler              pic x(5)  value spaces.
                   05  fl-date-display     pic x(6).
                   05  filler              pic x(5)  value spaces.
                   05  fl-time-display     pic x(7).

      *    top-page is a record that stores the report title and page number
           01  top-page.
               05  filler              pic x(15) value spaces.
               05  filler              pic x(35)
                   value "HEADCOUNT AND TURNOVER REPORT".
               05  filler              pic x(15) value spaces.
               05  filler              pic x(4)
                   value "PAGE".
               05  tp-page-number      pic zz9.

      *    selection-line states the period the report covers, so the report proves what it covers
           01  selection-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(7)  value "PERIOD ".
               05  sel-start-date      pic 9(8).
               05  filler              pic x(9)  value " THROUGH ".
               05  sel-end-date        pic 9(8).
               05  filler              pic x(8)  value "  DAYS= ".
               05  sel-period-days     pic zzzzzz9.
               05  filler              pic x(16) value "  OPENING AS OF ".
               05  sel-opening-date    pic 9(8).

      *    section-line titles each of the report's two sections
           01  section-line.
               05  filler              pic x(1)  value spaces.
               05  scl-title           pic x(40).

      *    heading-column-line carries the column names shared by the two sections; the label column holds the
      *    department or the position, as the section calls for
           01  heading-column-line.
               05  filler              pic x(1)  value spaces.
               05  hcl-label           pic x(38).
               05  filler              pic x(9)  value "  OPENING".
               05  filler              pic x(9)  value "    HIRES".
               05  filler              pic x(9)  value "    TERMS".
               05  filler              pic x(9)  value "   LEAVES".
               05  filler              pic x(9)  value "  RETURNS".
               05  filler              pic x(9)  value "    MOVES".
               05  filler              pic x(9)  value "  CLOSING".
               05  filler              pic x(10) value "  TURNOVER".

      *    headcount-line reports one department, one position, or the whole company
           01  headcount-line.
               05  filler              pic x(1)  value spaces.
               05  hdl-label           pic x(38).
               05  filler              pic x(2)  value spaces.
               05  hdl-opening         pic zzzzzz9.
               05  filler              pic x(2)  value spaces.
               05  hdl-hires           pic zzzzzz9.
               05  filler              pic x(2)  value spaces.
               05  hdl-terminations    pic zzzzzz9.
               05  filler              pic x(2)  value spaces.
               05  hdl-leaves          pic zzzzzz9.
               05  filler              pic x(2)  value spaces.
               05  hdl-returns         pic zzzzzz9.
               05  filler              pic x(2)  value spaces.
               05  hdl-moves           pic ------9.
               05  filler              pic x(2)  value spaces.
               05  hdl-closing         pic zzzzzz9.
               05  filler              pic x(4)  value spaces.
               05  hdl-turnover        pic zz9.9.
               05  hdl-percent-sign    pic x.

      *    department-label holds the label the department section prints: the department's code and name, and a
      *    flag when deptmast does not carry it
           01  department-label.
               05  dpl-code            pic x(3).
               05  filler              pic x(1)  value spaces.
               05  dpl-name            pic x(20).
               05  filler              pic x(1)  value spaces.
               05  dpl-flag            pic x(13).

      *    footnote-line explains the moves and turnover columns
           01  footnote-line.
               05  filler              pic x(1)  value spaces.
               05  ftl-text            pic x(100).

      *    total-line reports the run's counts
           01  total-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(19) value "EMPLOYEES REBUILT= ".
               05  ttl-rebuilt         pic zzzz9.
               05  filler              pic x(19) value "  OFF MASTER ONLY= ".
               05  ttl-master-only     pic zzzz9.
               05  filler              pic x(17) value "  HISTORY READ=  ".
               05  ttl-history         pic zzzzzz9.

       procedure division.

      * fl-date-display stores the present date
        accept fl-date-display from date.

      * fl-time-display stores the present time
        accept fl-time-display from time.

      * ws-today-date stores the present date as ccyymmdd, which the period may not pass
        accept ws-today-date from date yyyymmdd.

      * the operator keys the period to report
        perform 005-accept-selection.

        if ws-selection-is-valid
            perform 010-load-rate-sets
            open input employee-info
            if ws-employee-info-status not equal "00"
                display "EMPLOYEE-INFO FILE COULD NOT BE OPENED, STATUS=" ws-employee-info-status
                move 8 to return-code
            else
      *         the department section is laid out from deptmast, so a missing department master stops the report
                open input department-master
                if ws-dept-status not equal "00"
                    display "DEPARTMENT MASTER COULD NOT BE OPENED, STATUS=" ws-dept-status
                    close employee-info
                    move 8 to return-code
                else
                    perform 020-load-departments
                    close department-master
      *             the opening and closing figures are the history's, not today's master's -- without the
      *             history there is nothing to reconstruct them from, so no figures are printed at all
                    open input change-history
                    if ws-emphist-status not equal "00"
                        display "EMPHIST.DAT COULD NOT BE OPENED, STATUS=" ws-emphist-status
                        display "NO HEADCOUNT REPORT -- THE PERIOD CANNOT BE RECONSTRUCTED WITHOUT IT"
                        close employee-info
                        move 8 to return-code
                    else
                        close change-history
      *                 the change history is put in employee order first, so it can be matched against the master
                        sort history-sort-file
                            on ascending key hs-employee-number hs-sequence
                            input procedure is 110-release-history
                            giving history-by-employee
                        open input history-by-employee
                        read history-by-employee
                            at end move ws-end-file to ws-end-sorted-check
                        end-read
                        read employee-info next record
                            at end move ws-end-file to ws-end-master-check
                        end-read
                        perform 200-match-one-key
                            until ws-end-master-check equal ws-end-file
                            and ws-end-sorted-check equal ws-end-file
                        close history-by-employee, employee-info

                        open output headcount-report
                        perform 500-initial-heading
                        perform 600-print-departments
                        perform 650-print-positions
                        perform 700-print-totals
                        close headcount-report

                        display "EMPLOYEES REBUILT:   " ws-employees-rebuilt
                        display "OPENING HEADCOUNT:   " tot-count(ws-opening-event)
                        display "CLOSING HEADCOUNT:   " tot-count(ws-closing-event)
                    end-if
                end-if
            end-if
        end-if.

      * stops the application run
       stop run.

      * Code run when perform 005-accept-selection is called upon; the period must be two real dates, the first not
      * after the last, and the last no later than today -- the history cannot say who will be employed tomorrow
       005-accept-selection.
           set ws-selection-is-invalid to true.
           compute ws-today-days = function integer-of-date(ws-today-date).
           display "PERIOD START DATE (CCYYMMDD): " with no advancing.
           accept ws-period-start-text.
           display "PERIOD END DATE (CCYYMMDD, BLANK = TODAY): " with no advancing.
           accept ws-period-end-text.
           if ws-period-end-text equal spaces
               move ws-today-date to ws-period-end-date
           end-if.
           if ws-period-start-text is not numeric
               or ws-period-end-text is not numeric
               display "PERIOD DATES MUST BE CCYYMMDD - NO HEADCOUNT REPORT"
           else
      *        a date the calendar does not have converts to day zero, which the tests below turn away
               compute ws-period-start-days = function integer-of-date(ws-period-start-date)
               compute ws-period-end-days = function integer-of-date(ws-period-end-date)
               if ws-period-start-days equal zero or ws-period-end-days equal zero
                   display "PERIOD DATES MUST BE REAL DATES - NO HEADCOUNT REPORT"
               else if ws-period-start-days greater than ws-period-end-days
                   display "PERIOD START MAY NOT FALL AFTER ITS END - NO HEADCOUNT REPORT"
               else if ws-period-end-days greater than ws-today-days
                   display "PERIOD END MAY NOT FALL AFTER TODAY - NO HEADCOUNT REPORT"
               else
                   compute ws-period-days = ws-period-end-days - ws-period-start-days + 1
                   compute ws-opening-date = function date-of-integer(ws-period-start-days - 1)
                   set ws-selection-is-valid to true
               end-if
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

      * Code run when perform 020-load-departments is called upon; lays the department table out from deptmast in
      * code order, every department starting at zero, and clears the position and company figures
       020-load-departments.
           read department-master next record
               at end move ws-end-file to ws-end-dept-check
           end-read.
           perform 025-load-one-department
               until ws-end-dept-check equal ws-end-file.
           move zero to ws-position-ix.
           perform 030-clear-one-position
               until ws-position-ix not less than ws-unclassified-group-code.
           move zero to ws-count-ix.
           perform 035-clear-one-total
               until ws-count-ix not less than ws-closing-event.

      * Code run when perform 025-load-one-department is called upon
       025-load-one-department.
           if ws-department-count less than ws-department-max
               add 1 to ws-department-count
               move dm-department-code to dpt-code(ws-department-count)
               move dm-department-name to dpt-name(ws-department-count)
               move "Y" to dpt-on-file(ws-department-count)
               move zero to ws-count-ix
               perform 027-clear-one-department-count
                   until ws-count-ix not less than ws-closing-event
           else
               display "MORE DEPARTMENTS THAN THE TABLE HOLDS - EXCESS COUNTED IN TOTALS ONLY"
               set ws-department-table-full to true
           end-if.
           read department-master next record
               at end move ws-end-file to ws-end-dept-check
           end-read.

      * Code run when perform 027-clear-one-department-count is called upon
       027-clear-one-department-count.
           add 1 to ws-count-ix.
           move zero to dpt-count(ws-department-count, ws-count-ix).

      * Code run when perform 030-clear-one-position is called upon
       030-clear-one-position.
           add 1 to ws-position-ix.
           move zero to ws-count-ix.
           perform 032-clear-one-position-count
               until ws-count-ix not less than ws-closing-event.

      * Code run when perform 032-clear-one-position-count is called upon
       032-clear-one-position-count.
           add 1 to ws-count-ix.
           move zero to pos-count(ws-position-ix, ws-count-ix).

      * Code run when perform 035-clear-one-total is called upon
       035-clear-one-total.
           add 1 to ws-count-ix.
           move zero to tot-count(ws-count-ix).

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
           move hx-action to hs-action.
           move hx-before-flag to hs-before-flag.
           move hx-before-image to hs-before-image.
           move hx-after-flag to hs-after-flag.
           move hx-after-image to hs-after-image.
           release history-sort-record.
           read change-history
               at end move ws-end-file to ws-end-history-check
           end-read.

      * Code run when perform 200-match-one-key is called upon; matches the master and the sorted history on
      * employee number -- an employee with history is rebuilt from it whether or not the master still carries
      * the record, and a master record with no history at all is rebuilt from the master record alone
       200-match-one-key.
           if ws-end-sorted-check equal ws-end-file
               perform 210-rebuild-from-master
           else if ws-end-master-check equal ws-end-file
               perform 220-rebuild-from-history
           else if hb-employee-number greater than er-employee-number
               perform 210-rebuild-from-master
           else if hb-employee-number less than er-employee-number
               perform 220-rebuild-from-history
           else
               perform 220-rebuild-from-history
               perform 240-read-next-master
           end-if
           end-if
           end-if
           end-if.

      * Code run when perform 210-rebuild-from-master is called upon; a record loaded before the history was
      * kept has only its own hire date, status, and status date to go on
       210-rebuild-from-master.
           add 1 to ws-master-only-count.
           move employee-record to ws-image.
           perform 300-seed-timeline.
           perform 400-count-employee.
           perform 240-read-next-master.

      * Code run when perform 220-rebuild-from-history is called upon; reads through every change for the
      * employee at the head of the sorted history, building the timeline as it goes
       220-rebuild-from-history.
           move hb-employee-number to ws-group-employee-number.
           move zero to ws-timeline-count.
           set ws-first-change-for-employee to true.
           perform 230-take-one-change
               until ws-end-sorted-check equal ws-end-file
               or hb-employee-number not equal ws-group-employee-number.
           if ws-timeline-count greater than zero
               perform 400-count-employee
           end-if.

      * Code run when perform 230-take-one-change is called upon; the employee's first change seeds the timeline
      * -- from its before image when the record predates the history, or from the ADD's after image -- and every
      * change after it is laid against the image the one before left
       230-take-one-change.
           if ws-first-change-for-employee
               set ws-later-change-for-employee to true
               if hb-before-flag equal "Y"
                   move hb-before-image to ws-image
                   perform 300-seed-timeline
                   perform 320-take-change-image
               else if hb-after-flag equal "Y"
                   move hb-after-image to ws-image
                   perform 300-seed-timeline
               else
      *            a change with neither image says nothing about the employee -- the next change seeds instead
                   set ws-first-change-for-employee to true
               end-if
               end-if
           else
               perform 320-take-change-image
           end-if.
           read history-by-employee
               at end move ws-end-file to ws-end-sorted-check
           end-read.

      * Code run when perform 240-read-next-master is called upon
       240-read-next-master.
           read employee-info next record
               at end move ws-end-file to ws-end-master-check
           end-read.

      * Code run when perform 300-seed-timeline is called upon; the image in ws-image starts the timeline: the
      * employee is on the books from the hire date, and on leave or terminated from the status date when the
      * image says so -- a leave or termination with no status date after the hire date is taken to have held
      * from the hire date, so the employee never counts as employed
       300-seed-timeline.
           perform 310-normalize-image.
           move zero to ws-timeline-count.
           move im-hire-date to ws-event-date.
           move ws-status-active to ws-entry-status.
           if im-employee-status not equal ws-status-active
               and (im-status-date not greater than im-hire-date)
               move im-employee-status to ws-entry-status
           end-if.
           perform 330-add-timeline-entry.
           if im-employee-status not equal ws-status-active
               and im-status-date greater than im-hire-date
               move im-status-date to ws-event-date
               move im-employee-status to ws-entry-status
               perform 330-add-timeline-entry
           end-if.
           move ws-image to ws-previous-image.

      * Code run when perform 310-normalize-image is called upon; a blank status, on records that predate the
      * field, reads as active, and a date that is not digits reads as none
       310-normalize-image.
           if im-employee-status equal space
               move ws-status-active to im-employee-status
           end-if.
           if im-hire-date is not numeric
               move zero to im-hire-date
           end-if.
           if im-status-date is not numeric
               move zero to im-status-date
           end-if.

      * Code run when perform 320-take-change-image is called upon; a change that moved the status -- or moved
      * the date the status took effect -- lands on the timeline on that status date, the date HR keyed it to
      * take effect; a change that only moved the department, the employee code, or the hire date lands on the
      * day it was made, and takes its status from the timeline once in order. a change with no after image is a physical delete from before leavers were retained,
      * and is taken as a termination on the day it was made
       320-take-change-image.
           if hb-after-flag not equal "Y"
               move hb-change-date to ws-event-date
               move ws-status-terminated to ws-entry-status
               move ws-previous-image to ws-image
               perform 330-add-timeline-entry
               move ws-status-terminated to pv-employee-status
           else
               move hb-after-image to ws-image
               perform 310-normalize-image
               if im-employee-status not equal pv-employee-status
                   or im-status-date not equal pv-status-date
                   if im-status-date greater than zero
                       move im-status-date to ws-event-date
                   else
                       move hb-change-date to ws-event-date
                   end-if
                   move im-employee-status to ws-entry-status
                   perform 330-add-timeline-entry
               else if im-department-code not equal pv-department-code
                   or im-employee-code not equal pv-employee-code
                   or im-hire-date not equal pv-hire-date
                   move hb-change-date to ws-event-date
                   move im-employee-status to ws-entry-status
                   set ws-entry-sets-attributes to true
                   perform 330-add-timeline-entry
                   set ws-entry-sets-status to true
               end-if
               end-if
               move ws-image to ws-previous-image
           end-if.

      * Code run when perform 330-add-timeline-entry is called upon; adds the status in ws-entry-status, effective
      * ws-event-date, with the department, code, and hire date in ws-image
       330-add-timeline-entry.
           if ws-timeline-count less than ws-timeline-max
               add 1 to ws-timeline-count
               move ws-event-date to tml-effective-date(ws-timeline-count)
               move ws-entry-status to tml-status(ws-timeline-count)
               move im-department-code to tml-department-code(ws-timeline-count)
               move im-employee-code to tml-employee-code(ws-timeline-count)
               move im-hire-date to tml-hire-date(ws-timeline-count)
               move ws-entry-kind to tml-entry-kind(ws-timeline-count)
           else
               display "EMPLOYEE " im-employee-number " HAS MORE CHANGES THAN THE TIMELINE HOLDS - EXCESS IGNORED"
           end-if.

      * Code run when perform 400-count-employee is called upon; puts the timeline in effective date order, then
      * counts the employee into the opening and closing headcounts and every movement inside the period
       400-count-employee.
           add 1 to ws-employees-rebuilt.
           move 1 to ws-timeline-ix.
           perform 410-place-one-entry
               until ws-timeline-ix not less than ws-timeline-count.
      *    a change that only moved the department or code takes the status in force on its date, which a status
      *    keyed later but taking effect earlier may have changed
           move ws-status-not-hired to ws-carry-status.
           move zero to ws-timeline-ix.
           perform 420-carry-one-status
               until ws-timeline-ix not less than ws-timeline-count.
      *    the opening headcount is taken the day before the period starts
           move ws-opening-date to ws-as-of-date.
           perform 430-find-entry-as-of.
           if ws-as-of-ix greater than zero
               if tml-status(ws-as-of-ix) equal ws-status-active
                   or tml-status(ws-as-of-ix) equal ws-status-leave
                   move ws-opening-event to ws-event-type
                   move ws-as-of-ix to ws-event-ix
                   move ws-as-of-date to ws-event-date
                   perform 450-count-event
               end-if
           end-if.
      *    each status change inside the period is a movement, weighed against the status it replaced
           move zero to ws-prior-ix.
           move ws-status-not-hired to ws-prior-status.
           move zero to ws-timeline-ix.
           perform 440-weigh-one-entry
               until ws-timeline-ix not less than ws-timeline-count.
      *    the closing headcount is taken on the period's last day
           move ws-period-end-date to ws-as-of-date.
           perform 430-find-entry-as-of.
           if ws-as-of-ix greater than zero
               if tml-status(ws-as-of-ix) equal ws-status-active
                   or tml-status(ws-as-of-ix) equal ws-status-leave
                   move ws-closing-event to ws-event-type
                   move ws-as-of-ix to ws-event-ix
                   move ws-as-of-date to ws-event-date
                   perform 450-count-event
               end-if
           end-if.

      * Code run when perform 410-place-one-entry is called upon; places the next entry among those already in
      * order -- an entry is only moved ahead of one with a later effective date, so changes that took effect the
      * same day stay in the order they were made and the last of them stands
       410-place-one-entry.
           add 1 to ws-timeline-ix.
           move ws-timeline-entry(ws-timeline-ix) to ws-timeline-hold.
           move ws-timeline-ix to ws-timeline-shift-ix.
           set ws-entry-not-placed to true.
           perform 415-shift-one-entry
               until ws-entry-is-placed.
           move ws-timeline-hold to ws-timeline-entry(ws-timeline-shift-ix).

      * Code run when perform 415-shift-one-entry is called upon; the entry ahead is moved back a place while it
      * took effect later than the entry being placed
       415-shift-one-entry.
           if ws-timeline-shift-ix equal 1
               set ws-entry-is-placed to true
           else if tml-effective-date(ws-timeline-shift-ix - 1) greater than tmh-effective-date
               move ws-timeline-entry(ws-timeline-shift-ix - 1) to ws-timeline-entry(ws-timeline-shift-ix)
               subtract 1 from ws-timeline-shift-ix
           else
               set ws-entry-is-placed to true
           end-if
           end-if.

      * Code run when perform 420-carry-one-status is called upon; an entry that set a status becomes the status
      * in force, and an entry that only changed the department, code, or hire date is given the status in force
      * on its date -- one ahead of any status entry is before the hire and is not counted
       420-carry-one-status.
           add 1 to ws-timeline-ix.
           if tml-sets-status(ws-timeline-ix)
               move tml-status(ws-timeline-ix) to ws-carry-status
           else
               move ws-carry-status to tml-status(ws-timeline-ix)
           end-if.

      * Code run when perform 430-find-entry-as-of is called upon; the entry in force on ws-as-of-date is the
      * last one in effective date order that took effect on or before it
       430-find-entry-as-of.
           move zero to ws-as-of-ix.
           move zero to ws-timeline-ix.
           perform 435-weigh-one-as-of
               until ws-timeline-ix not less than ws-timeline-count.

      * Code run when perform 435-weigh-one-as-of is called upon
       435-weigh-one-as-of.
           add 1 to ws-timeline-ix.
           if tml-effective-date(ws-timeline-ix) not greater than ws-as-of-date
               move ws-timeline-ix to ws-as-of-ix
           end-if.

      * Code run when perform 440-weigh-one-entry is called upon; an entry inside the period that puts the
      * employee on the books -- new, or back after a termination -- is a hire; active to leave is a leave
      * started; leave to active is a return; and onto termination from either is a termination, counted under
      * the department and code the employee left from. an entry that moved nothing but the department or the
      * code is no movement here -- it shows in the moves column
       440-weigh-one-entry.
           add 1 to ws-timeline-ix.
           move tml-effective-date(ws-timeline-ix) to ws-event-date.
           if ws-event-date not less than ws-period-start-date
               and ws-event-date not greater than ws-period-end-date
               move zero to ws-event-type
               move ws-timeline-ix to ws-event-ix
               if ws-prior-status equal ws-status-not-hired
                   or ws-prior-status equal ws-status-terminated
                   if tml-status(ws-timeline-ix) equal ws-status-active
                       or tml-status(ws-timeline-ix) equal ws-status-leave
                       move ws-hire-event to ws-event-type
                   end-if
               else if tml-status(ws-timeline-ix) equal ws-status-terminated
                   move ws-termination-event to ws-event-type
                   move ws-prior-ix to ws-event-ix
               else if ws-prior-status equal ws-status-active
                   and tml-status(ws-timeline-ix) equal ws-status-leave
                   move ws-leave-event to ws-event-type
               else if ws-prior-status equal ws-status-leave
                   and tml-status(ws-timeline-ix) equal ws-status-active
                   move ws-return-event to ws-event-type
               end-if
               end-if
               end-if
               end-if
               if ws-event-type greater than zero
                   perform 450-count-event
               end-if
           end-if.
           move tml-status(ws-timeline-ix) to ws-prior-status.
           move ws-timeline-ix to ws-prior-ix.

      * Code run when perform 450-count-event is called upon; counts one figure of type ws-event-type under the
      * department and position the employee held in timeline entry ws-event-ix on ws-event-date
       450-count-event.
           add 1 to tot-count(ws-event-type).
           perform 460-find-department.
           if ws-department-was-found
               add 1 to dpt-count(ws-department-ix, ws-event-type)
           end-if.
           perform 470-position-on-event-date.
           add 1 to pos-count(ws-class-code, ws-event-type).

      * Code run when perform 460-find-department is called upon; a department deptmast does not carry -- retired
      * since, or never set up -- is added to the table, flagged, so its people are still counted somewhere
       460-find-department.
           set ws-department-not-found to true.
           move zero to ws-department-ix.
           perform 465-look-up-department
               until ws-department-was-found
               or ws-department-ix not less than ws-department-count.
           if ws-department-not-found
               if ws-department-count less than ws-department-max
                   add 1 to ws-department-count
                   move ws-department-count to ws-department-ix
                   move tml-department-code(ws-event-ix) to dpt-code(ws-department-ix)
                   move spaces to dpt-name(ws-department-ix)
                   move "N" to dpt-on-file(ws-department-ix)
                   move zero to ws-count-ix
                   perform 027-clear-one-department-count
                       until ws-count-ix not less than ws-closing-event
                   set ws-department-was-found to true
               else
                   if not ws-department-table-full
                       display "MORE DEPARTMENTS THAN THE TABLE HOLDS - EXCESS COUNTED IN TOTALS ONLY"
                       set ws-department-table-full to true
                   end-if
               end-if
           end-if.

      * Code run when perform 465-look-up-department is called upon
       465-look-up-department.
           add 1 to ws-department-ix.
           if dpt-code(ws-department-ix) equal tml-department-code(ws-event-ix)
               set ws-department-was-found to true
           end-if.

      * Code run when perform 470-position-on-event-date is called upon; the position is the batch's
      * classification on ws-event-date -- the service up to that day, under the rate set in force that day
       470-position-on-event-date.
           move ws-event-date to ws-day-date.
           perform 260-select-rate-set.
           move zero to ws-years-of-service.
           if tml-hire-date(ws-event-ix) greater than zero
               compute ws-hire-date-days = function integer-of-date(tml-hire-date(ws-event-ix))
               compute ws-day-days = function integer-of-date(ws-event-date)
               if ws-hire-date-days greater than zero
                   and ws-day-days greater than ws-hire-date-days
                   compute ws-years-of-service rounded =
                       (ws-day-days - ws-hire-date-days) / 365.25
               end-if
           end-if.
           perform 270-classify-employee.

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
      * 250-graduate/300-non-graduate do -- a prorated employee is counted under the position they are
      * prorated toward, as the batch reports them
       270-classify-employee.
           move ws-unclassified-group-code to ws-class-code.
           if tml-employee-code(ws-event-ix) equal ws-graduate
               if ws-years-of-service greater than rst-analyst-years(ws-rate-chosen-ix)
                   move ws-analyst-group-code to ws-class-code
               else if ws-years-of-service not less than rst-senior-min(ws-rate-chosen-ix)
                   move ws-senior-group-code to ws-class-code
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

      * Code run when perform 500-initial-heading is called upon
       500-initial-heading.
           move ws-page-number to tp-page-number.
           write report-line from first-line.
           write report-line from top-page after advancing ws-single-space line.
           move ws-period-start-date to sel-start-date.
           move ws-period-end-date to sel-end-date.
           move ws-period-days to sel-period-days.
           move ws-opening-date to sel-opening-date.
           write report-line from selection-line after advancing ws-double-space line.
           move zero to ws-page-line.

      * Code run when perform 550-page-heading is called upon
       550-page-heading.
           add 1 to ws-page-number.
           move ws-page-number to tp-page-number.
           write report-line from first-line after advancing page.
           write report-line from top-page after advancing ws-double-space line.
           write report-line from heading-column-line after advancing ws-double-space line.
           write report-line from spaces after advancing ws-single-space line.
           move zero to ws-page-line.

      * Code run when perform 560-section-heading is called upon; titles a section and heads its columns
       560-section-heading.
           write report-line from section-line after advancing ws-double-space line.
           write report-line from heading-column-line after advancing ws-double-space line.
           write report-line from spaces after advancing ws-single-space line.
           add 5 to ws-page-line.

      * Code run when perform 600-print-departments is called upon; one line per department, deptmast's in code
      * order and then any the history carried that deptmast does not, and the company line beneath
       600-print-departments.
           move "BY DEPARTMENT" to scl-title.
           move "DEPARTMENT" to hcl-label.
           perform 560-section-heading.
           move zero to ws-department-ix.
           perform 610-print-one-department
               until ws-department-ix not less than ws-department-count.
           perform 680-print-company-line.

      * Code run when perform 610-print-one-department is called upon
       610-print-one-department.
           add 1 to ws-department-ix.
           move dpt-code(ws-department-ix) to dpl-code.
           move dpt-name(ws-department-ix) to dpl-name.
           if dpt-on-file(ws-department-ix) equal "Y"
               move spaces to dpl-flag
           else
               move "*NOT ON FILE*" to dpl-flag
           end-if.
           move department-label to hdl-label.
           move zero to ws-count-ix.
           perform 615-copy-one-department-count
               until ws-count-ix not less than ws-closing-event.
           perform 690-print-row.

      * Code run when perform 615-copy-one-department-count is called upon
       615-copy-one-department-count.
           add 1 to ws-count-ix.
           move dpt-count(ws-department-ix, ws-count-ix) to row-count(ws-count-ix).

      * Code run when perform 650-print-positions is called upon; one line per position code, and the company
      * line beneath
       650-print-positions.
           move "BY POSITION" to scl-title.
           move "POSITION" to hcl-label.
           if ws-page-line + 12 greater than ws-line-per-page
               perform 550-page-heading
           end-if.
           perform 560-section-heading.
           move zero to ws-position-ix.
           perform 660-print-one-position
               until ws-position-ix not less than ws-unclassified-group-code.
           perform 680-print-company-line.

      * Code run when perform 660-print-one-position is called upon
       660-print-one-position.
           add 1 to ws-position-ix.
           move ws-position-name(ws-position-ix) to hdl-label.
           move zero to ws-count-ix.
           perform 665-copy-one-position-count
               until ws-count-ix not less than ws-closing-event.
           perform 690-print-row.

      * Code run when perform 665-copy-one-position-count is called upon
       665-copy-one-position-count.
           add 1 to ws-count-ix.
           move pos-count(ws-position-ix, ws-count-ix) to row-count(ws-count-ix).

      * Code run when perform 680-print-company-line is called upon
       680-print-company-line.
           move "ALL EMPLOYEES" to hdl-label.
           move zero to ws-count-ix.
           perform 685-copy-one-total
               until ws-count-ix not less than ws-closing-event.
           write report-line from spaces after advancing ws-single-space line.
           add 1 to ws-page-line.
           perform 690-print-row.

      * Code run when perform 685-copy-one-total is called upon
       685-copy-one-total.
           add 1 to ws-count-ix.
           move tot-count(ws-count-ix) to row-count(ws-count-ix).

      * Code run when perform 690-print-row is called upon; edits the row in ws-row-count-table onto
      * headcount-line with its moves and turnover, and prints it
       690-print-row.
           add 1 to ws-page-line.
           if ws-page-line greater than ws-line-per-page
               perform 550-page-heading
               add 1 to ws-page-line
           end-if.
           move row-count(ws-opening-event) to hdl-opening.
           move row-count(ws-hire-event) to hdl-hires.
           move row-count(ws-termination-event) to hdl-terminations.
           move row-count(ws-leave-event) to hdl-leaves.
           move row-count(ws-return-event) to hdl-returns.
           move row-count(ws-closing-event) to hdl-closing.
      *    whatever the hires and terminations do not explain, people moved in or out of the row to close
           compute ws-row-moves = row-count(ws-closing-event) - row-count(ws-opening-event)
               - row-count(ws-hire-event) + row-count(ws-termination-event).
           move ws-row-moves to hdl-moves.
      *    turnover is the terminations over the average of the opening and closing headcounts, scaled from the
      *    period's days up to a year
           move zero to ws-row-turnover.
           set ws-turnover-fits to true.
           compute ws-row-average = row-count(ws-opening-event) + row-count(ws-closing-event).
           if ws-row-average greater than zero
               compute ws-row-turnover rounded =
                   (row-count(ws-termination-event) * 73000) / (ws-row-average * ws-period-days)
                   on size error
                       set ws-turnover-too-large to true
               end-compute
           end-if.
           if ws-turnover-too-large
               move 999.9 to hdl-turnover
               move "+" to hdl-percent-sign
           else
               move ws-row-turnover to hdl-turnover
               move "%" to hdl-percent-sign
           end-if.
           write report-line from headcount-line after advancing ws-single-space line.

      * Code run when perform 700-print-totals is called upon; explains the moves and turnover columns and
      * reports the run's counts
       700-print-totals.
           move "HEADCOUNT INCLUDES EMPLOYEES ON LEAVE. MOVES = TRANSFERS AND RECLASSIFICATIONS IN, LESS THOSE OUT."
               to ftl-text.
           write report-line from footnote-line after advancing ws-double-space line.
           move "TURNOVER = TERMINATIONS / AVERAGE OF OPENING AND CLOSING HEADCOUNT, ANNUALISED OVER THE PERIOD."
               to ftl-text.
           write report-line from footnote-line after advancing ws-single-space line.
           move ws-employees-rebuilt to ttl-rebuilt.
           move ws-master-only-count to ttl-master-only.
           move ws-history-read to ttl-history.
           write report-line from total-line after advancing ws-double-space line.
