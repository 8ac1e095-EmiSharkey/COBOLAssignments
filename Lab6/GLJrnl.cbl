      * Program Name:  GLJrnl.cbl
      * Author:        Emilie Sharkey
      * Date:          2026-10-15
      * Version:       1.0
      * Description:   General ledger journal interface for the salary
      *                increases a cycle commits. Run after an apply run,
      *                it gathers the increases that run actually committed
      *                to the master -- the APPLY records its rewrites left
      *                on the change history -- totals them by department,
      *                and builds a journal for the ledger: one debit line
      *                per department to that department's salary expense
      *                account under its cost centre, and one balancing
      *                credit to the accrued payroll liability account,
      *                the mapping for both held on GLMAP.DAT. The journal
      *                carries a header and a trailer control record with
      *                the debit and credit totals and the line count. It
      *                is released to GLJRNL.DAT only when its totals
      *                balance against the apply run's own committed figures
      *                on the run log and against the PAYEXT.DAT trailer's
      *                increase hash; otherwise it is held, the register
      *                says why, and a nonzero return code stops the ledger
      *                step. Run against RETROEXT.DAT instead, the same
      *                journal is built from RetroAdj.cbl's settlement
      *                deltas and released as a correcting journal, with
      *                a net reduction posted the other way round.
      *
      * Companion To:  Lab6.cbl, whose apply run commits the increases and
      *                writes PAYEXT.DAT and the run log, and RetroAdj.cbl,
      *                whose RETROEXT.DAT deltas post as correcting journals

       identification division.
       program-id. gljrnl.
       author. Emilie.

       environment division.

       input-output section.

       file-control.
      *    employee-info is the same indexed master file Lab6.cbl reads, keyed on er-employee-number; a correcting
      *    journal reads it by key for each adjusted employee's department, since the retro extract carries none
           select employee-info assign to "../../employee/lab6.dat"
           organization is indexed
           access mode is dynamic
           record key is er-employee-number
           alternate record key is er-department-code with duplicates
           alternate record key is er-employee-name with duplicates
           file status is ws-employee-info-status.

      *    gl-map is the ledger mapping reference file: one record per department naming its cost centre and salary
      *    expense account, and one record naming the accrued payroll liability account every journal credits
           select gl-map assign to "GLMAP.DAT"
           organization is line sequential
           file status is ws-map-status.

      *    payroll-extract is the fixed-format interface file Lab6.cbl sent the bureau; its header dates the apply
      *    run and its trailer's increase hash is one of the figures the journal must balance against
           select payroll-extract assign to "PAYEXT.DAT"
           organization is line sequential
           file status is ws-extract-status.

      *    retro-extract is the adjustment interface file RetroAdj.cbl sent the bureau -- the source of a
      *    correcting journal, balanced against its own count-and-hash trailer
           select retro-extract assign to "RETROEXT.DAT"
           organization is line sequential
           file status is ws-retro-status.

      *    change-history is the permanent, append-only history of every change made to a lab6.dat record; an
      *    APPLY record on it is written only after an apply run's rewrite really happened, so it is what the
      *    journal is built from
           select change-history assign to "EMPHIST.DAT"
           organization is line sequential
           file status is ws-emphist-status.

      *    run-log is the append-only run log Lab6.cbl writes; the end record of the apply run carries the count
      *    of increases that run committed and whether its own outputs reconciled
           select run-log assign to "RUNLOG.DAT"
           organization is line sequential
           file status is ws-runlog-status.

      *    journal-work holds the journal lines while the journal is balanced, so nothing reaches the released
      *    file until every control figure agrees
           select journal-work assign to "GLJRNL.TMP"
           organization is line sequential.

      *    gl-journal is the released journal interface file the ledger loads
           select gl-journal assign to "GLJRNL.DAT"
           organization is line sequential.

      *    journal-register is the printed register showing every journal line and every control figure
           select journal-register assign to "GLJRNL.OUT"
           organization is line sequential.

      *    journal-sort-file is the sort work file used to bring each department's increases together
           select journal-sort-file assign to "GLSORT.TMP".

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

      *    file description for gl-map that states that gl-map-record will be used to store the lines from the file
           fd gl-map
               data record is gl-map-record.
      *    gl-map-record carries one mapping: type "D" maps a department code to its cost centre and salary
      *    expense account, type "L" names the cost centre and account of the accrued payroll liability
           01 gl-map-record.
               05 gm-record-type           pic x.
               05 gm-department-code       pic x(3).
               05 gm-cost-centre           pic x(6).
               05 gm-account               pic x(8).

      *    file description for payroll-extract that states that payroll-extract-record will be used to store the
      *    lines from the file
           fd payroll-extract
               data record is payroll-extract-record.
      *    payroll-extract-record carries one extract line: the header, a detail, or the trailer, told apart by the
      *    type byte, with each view overlaying the same bytes Lab6.cbl wrote them into
           01 payroll-extract-record.
               05 px-record-type           pic x.
               05 px-record-body           pic x(32).
               05 px-header-view redefines px-record-body.
                   10 pxh-run-date         pic x(6).
                   10 pxh-run-time         pic x(7).
                   10 filler               pic x(19).
               05 px-detail-view redefines px-record-body.
                   10 pxd-employee-number  pic x(3).
                   10 pxd-position-code    pic 9.
                   10 pxd-percent          pic 9(3)v9(2).
                   10 pxd-increase         pic 9(6)v9(2).
                   10 pxd-new-salary       pic 9(6)v9(2).
                   10 filler               pic x(7).
               05 px-trailer-view redefines px-record-body.
                   10 pxt-detail-count     pic 9(6).
                   10 pxt-increase-hash    pic 9(9)v9(2).
                   10 pxt-salary-hash      pic 9(9)v9(2).
                   10 filler               pic x(4).

      *    file description for retro-extract that states that retro-extract-record will be used to store the
      *    lines from the file
           fd retro-extract
               data record is retro-extract-record.
      *    retro-extract-record carries one adjustment extract line, with each view overlaying the same bytes
      *    RetroAdj.cbl wrote them into
           01 retro-extract-record.
               05 rx-record-type           pic x.
               05 rx-record-body           pic x(32).
               05 rx-header-view redefines rx-record-body.
                   10 rxh-run-date         pic x(6).
                   10 rxh-run-time         pic x(7).
                   10 filler               pic x(19).
               05 rx-detail-view redefines rx-record-body.
                   10 rxd-employee-number  pic x(3).
                   10 rxd-delta-sign       pic x.
                   10 rxd-delta-amount     pic 9(6)v9(2).
                   10 rxd-new-salary       pic 9(6)v9(2).
                   10 filler               pic x(12).
               05 rx-trailer-view redefines rx-record-body.
                   10 rxt-detail-count     pic 9(6).
                   10 rxt-delta-hash       pic 9(9)v9(2).
                   10 filler               pic x(15).

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

      *    file description for journal-work; its lines are written from journal-line-record in working storage
           fd journal-work
               data record is journal-work-record.
           01 journal-work-record pic x(60).

      *    file description for gl-journal; its lines are written from the three fixed layouts held in working
      *    storage, the way Lab6.cbl writes its payroll extract
           fd gl-journal
               data record is gl-journal-record.
           01 gl-journal-record pic x(60).

      *    file description for journal-register that states that register-line will be used to store the lines
      *    written to the file
           fd journal-register
               data record is register-line.
      *    blank record that will be used to write data from the application into journal-register
           01 register-line pic x(92).

      *    sd for journal-sort-file, used to bring each department's increases together for its journal line
           sd journal-sort-file
               data record is journal-sort-record.
      *    journal-sort-record carries one committed increase or settlement delta, signed, under its department
           01 journal-sort-record.
               05 js-department-code       pic x(3).
               05 js-amount                pic s9(7)v9(2).

       working-storage section.
      *    ws-end-file is used as an indicator that the end of file has been reached
           77  ws-end-file                 pic x(5)
               value "TRUE".
      *    ws-end-file-check is used to check if end of the extract being balanced has been reached
           77  ws-end-file-check           pic x(5)
               value "FALSE".
      *    ws-end-map-check is used to check if end of the mapping file has been reached
           77  ws-end-map-check            pic x(5)
               value "FALSE".
      *    ws-end-hist-check is used to check if end of the change history has been reached
           77  ws-end-hist-check           pic x(5)
               value "FALSE".
      *    ws-end-log-check is used to check if end of the run log has been reached
           77  ws-end-log-check            pic x(5)
               value "FALSE".
      *    ws-end-sort-check is used to check if end of the sorted increases has been reached
           77  ws-end-sort-check           pic x(5)
               value "FALSE".
      *    ws-end-work-check is used to check if end of the journal work file has been reached
           77  ws-end-work-check           pic x(5)
               value "FALSE".
      *    ws-employee-info-status holds the file status code returned by every operation against the master
           77  ws-employee-info-status     pic xx
               value "00".
      *    ws-map-status holds the file status code returned by opening the mapping file
           77  ws-map-status               pic xx
               value "00".
      *    ws-extract-status holds the file status code returned by opening the payroll extract
           77  ws-extract-status           pic xx
               value "00".
      *    ws-retro-status holds the file status code returned by opening the retro extract
           77  ws-retro-status             pic xx
               value "00".
      *    ws-emphist-status holds the file status code returned by opening the change history
           77  ws-emphist-status           pic xx
               value "00".
      *    ws-runlog-status holds the file status code returned by opening the run log
           77  ws-runlog-status            pic xx
               value "00".
      *    ws-single-space and ws-double-space store the line counts for single and double spacing
           77  ws-single-space             pic 9
               value 1.
           77  ws-double-space             pic 9
               value 2.
      *    ws-today-date holds today's date as ccyymmdd
           77  ws-today-date               pic 9(8)
               value 0.
      *    ws-today-days and ws-stamp-days hold the integer day numbers the stamp date is checked in
           77  ws-today-days               pic 9(9)
               value 0.
           77  ws-stamp-days               pic 9(9)
               value 0.
      *    ws-journal-type holds the journal the operator asked for: A for the apply run's standard journal, R for
      *    the correcting journal over RetroAdj.cbl's settlements
           77  ws-journal-type             pic x
               value space.
              88  ws-apply-journal         value "A".
              88  ws-retro-journal         value "R".
      *    ws-stamp-entry holds the date the apply run stamped its increases with as the operator keyed it, viewed
      *    as a number once it is known to be digits -- Lab6.cbl stamps the run-control as-of date when one was
      *    supplied, so the operator names it rather than this program assuming today
           01  ws-stamp-entry.
               05 ws-stamp-text            pic x(8)
                   value spaces.
               05 ws-stamp-date redefines ws-stamp-text
                                           pic 9(8).
      *    ws-selection-valid is used as a switch to indicate whether the operator's selection can be journalled
           77  ws-selection-valid          pic x
               value "N".
              88  ws-selection-is-valid    value "Y".
              88  ws-selection-is-invalid  value "N".
      *    ws-journal-state is used as a switch to indicate whether every control figure has agreed so far -- any
      *    check that fails holds the journal back from release
           77  ws-journal-state            pic x
               value "B".
              88  ws-journal-in-balance    value "B".
              88  ws-journal-held          value "H".
      *    ws-hold-reason holds the reason the last failed check gives on the register
           77  ws-hold-reason              pic x(60)
               value spaces.

      *    ws-map-max is the most department mappings the table below carries
           77  ws-map-max                  pic 999
               value 200.
      *    ws-map-count holds how many department mappings were loaded, and ws-map-ix walks them
           77  ws-map-count                pic 999
               value 0.
           77  ws-map-ix                   pic 999
               value 0.
      *    ws-map-found is used as a switch to indicate whether the department in hand has a mapping
           77  ws-map-found                pic x
               value "N".
              88  ws-map-was-found         value "Y".
              88  ws-map-not-found         value "N".
      *    ws-map-table holds every department mapping off GLMAP.DAT
           01  ws-map-table.
               05 ws-map-entry occurs 200 times.
                   10 mte-department-code  pic x(3).
                   10 mte-cost-centre      pic x(6).
                   10 mte-account          pic x(8).
      *    ws-liability-cost-centre and ws-liability-account hold the accrued payroll liability mapping, and
      *    ws-liability-mapping says whether GLMAP.DAT carried one
           77  ws-liability-cost-centre    pic x(6)
               value spaces.
           77  ws-liability-account        pic x(8)
               value spaces.
           77  ws-liability-mapping        pic x
               value "N".
              88  ws-liability-is-mapped   value "Y".
              88  ws-liability-not-mapped  value "N".
      *    ws-unmapped-count counts the departments the journal carries with no mapping
           77  ws-unmapped-count           pic 999
               value 0.

      *    ws-extract-header-found and ws-extract-trailer-found are used as switches to indicate whether the
      *    extract being balanced carried its header and its trailer
           77  ws-extract-header-found     pic x
               value "N".
              88  ws-extract-has-header    value "Y".
           77  ws-extract-trailer-found    pic x
               value "N".
              88  ws-extract-has-trailer   value "Y".
      *    ws-extract-run-date and ws-extract-run-time hold the run date and time off the extract's header
           77  ws-extract-run-date         pic x(6)
               value spaces.
           77  ws-extract-run-time         pic x(7)
               value spaces.
      *    ws-extract-detail-count and ws-extract-detail-total tally the details actually on the extract -- the
      *    increases for PAYEXT.DAT, the unsigned deltas for RETROEXT.DAT, exactly as each trailer hashes them
           77  ws-extract-detail-count     pic 9(6)
               value 0.
           77  ws-extract-detail-total     pic 9(9)v9(2)
               value 0.
      *    ws-trailer-count and ws-trailer-hash hold the control figures the extract's trailer carried
           77  ws-trailer-count            pic 9(6)
               value 0.
           77  ws-trailer-hash             pic 9(9)v9(2)
               value 0.

      *    ws-run-end-found is used as a switch to indicate whether the run log carried an ended apply run
           77  ws-run-end-found            pic x
               value "N".
              88  ws-run-end-was-found     value "Y".
      *    ws-run-end-date, ws-run-end-time, ws-run-apply-count and ws-run-verdict hold the last ended apply run's
      *    end record figures
           77  ws-run-end-date             pic x(6)
               value spaces.
           77  ws-run-end-time             pic x(7)
               value spaces.
           77  ws-run-apply-count          pic 9(5)
               value 0.
           77  ws-run-verdict              pic x(16)
               value spaces.
      *    ws-run-end-moment and ws-extract-moment hold the run log end and the extract header as yymmddhhmmsst,
      *    so the two can be put in order
           01  ws-run-end-moment.
               05 rem-date                 pic x(6).
               05 rem-time                 pic x(7).
           01  ws-extract-moment.
               05 exm-date                 pic x(6).
               05 exm-time                 pic x(7).

      *    ws-committed-count and ws-committed-total tally what the journal is built from -- the increases the
      *    apply run committed, or the settlements the retro pass extracted (unsigned, as its trailer hashes them)
           77  ws-committed-count          pic 9(5)
               value 0.
           77  ws-committed-total          pic 9(9)v9(2)
               value 0.
      *    ws-master-available is used as a switch to indicate whether the master could be opened for the
      *    department lookups a correcting journal makes
           77  ws-master-available         pic x
               value "N".
              88  ws-master-is-available   value "Y".
              88  ws-master-not-available  value "N".
      *    ws-not-on-master-count counts adjusted employees a correcting journal could not find a department for
           77  ws-not-on-master-count      pic 9(5)
               value 0.
      *    ws-increase-amount holds one committed increase or signed settlement delta
           77  ws-increase-amount          pic s9(7)v9(2)
               value 0.
      *    ws-history-before and ws-history-after view a history record's two images as employee records, so the
      *    committed increase and the department can be lifted off them
           01  ws-history-before.
               05 hb-employee-number       pic x(3).
               05 hb-employee-name         pic x(15).
               05 hb-employee-years        pic x(2).
               05 hb-employee-code         pic x.
               05 hb-employee-salary       pic 9(5)v9(2).
               05 hb-hire-date             pic 9(8).
               05 hb-last-increase-date    pic 9(8).
               05 hb-department-code       pic x(3).
               05 hb-employee-status       pic x.
               05 hb-status-date           pic 9(8).
           01  ws-history-after.
               05 ha-employee-number       pic x(3).
               05 ha-employee-name         pic x(15).
               05 ha-employee-years        pic x(2).
               05 ha-employee-code         pic x.
               05 ha-employee-salary       pic 9(5)v9(2).
               05 ha-hire-date             pic 9(8).
               05 ha-last-increase-date    pic 9(8).
               05 ha-department-code       pic x(3).
               05 ha-employee-status       pic x.
               05 ha-status-date           pic 9(8).

      *    ws-current-department, ws-department-total and ws-department-count carry the department the sorted
      *    increases are being gathered for
           77  ws-current-department       pic x(3)
               value spaces.
           77  ws-department-total         pic s9(9)v9(2)
               value 0.
           77  ws-department-count         pic 9(5)
               value 0.
      *    ws-expense-net holds the net of every expense line, debits less credits -- the balancing liability line
      *    takes the other side of it
           77  ws-expense-net              pic s9(9)v9(2)
               value 0.
      *    ws-debit-total, ws-credit-total and ws-journal-line-count are the journal's own control figures
           77  ws-debit-total              pic 9(9)v9(2)
               value 0.
           77  ws-credit-total             pic 9(9)v9(2)
               value 0.
           77  ws-journal-line-count       pic 9(5)
               value 0.
      *    ws-expense-description holds the description every expense line of this journal carries
           77  ws-expense-description      pic x(20)
               value spaces.

      *    journal-header-record is the journal's leading control record: standard or correcting, the journal
      *    date, the interface file it was built from and that file's run date and time, and the control totals
           01  journal-header-record.
               05 gjh-record-type          pic x
                   value "H".
               05 gjh-journal-type         pic x.
               05 gjh-journal-date         pic 9(8).
               05 gjh-source-file          pic x(8).
               05 gjh-source-date          pic x(6).
               05 gjh-source-time          pic x(7).
               05 gjh-debit-total          pic 9(9)v9(2).
               05 gjh-credit-total         pic 9(9)v9(2).
               05 gjh-line-count           pic 9(5).
               05 filler                   pic x(2)
                   value spaces.
      *    journal-line-record carries one journal line: cost centre, account, debit or credit, amount, and the
      *    department it was built for (blank on the liability line)
           01  journal-line-record.
               05 gjd-record-type          pic x
                   value "D".
               05 gjd-cost-centre          pic x(6).
               05 gjd-account              pic x(8).
               05 gjd-debit-credit         pic x.
               05 gjd-amount               pic 9(9)v9(2).
               05 gjd-department-code      pic x(3).
               05 gjd-description          pic x(20).
               05 filler                   pic x(10)
                   value spaces.
      *    journal-trailer-record closes the journal with its line count and its debit and credit totals
           01  journal-trailer-record.
               05 gjt-record-type          pic x
                   value "T".
               05 gjt-line-count           pic 9(5).
               05 gjt-debit-total          pic 9(9)v9(2).
               05 gjt-credit-total         pic 9(9)v9(2).
               05 filler                   pic x(32)
                   value spaces.

      *    first-line is a record that uses its elementary items to store the author name, program name, time, and date
           01  first-line.
                   05  filler              pic x(5)  value spaces.
                   05  filler              pic x(35)
                           value "Emilie Sharkey, GL Journal".
                   05  filler              pic x(5)  value spaces.
                   05  fl-date-display     pic x(6).
                   05  filler              pic x(5)  value spaces.
                   05  fl-time-display     pic x(7).

      *    register-title-line is a record storing the register's title to be written to the file
           01  register-title-line.
               05  filler              pic x(15) value spaces.
               05  filler              pic x(28)
                   value "GENERAL LEDGER JOURNAL".

      *    journal-type-line states which journal this register covers and what it was built from
           01  journal-type-line.
               05  filler              pic x(1)  value spaces.
               05  jtl-journal-type    pic x(40).
               05  filler              pic x(14) value "  STAMP DATE: ".
               05  jtl-stamp-date      pic x(8).

      *    column-heading-line labels the journal line columns
           01  column-heading-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(3)  value "DPT".
               05  filler              pic x(3)  value spaces.
               05  filler              pic x(6)  value "CENTRE".
               05  filler              pic x(3)  value spaces.
               05  filler              pic x(8)  value "ACCOUNT".
               05  filler              pic x(3)  value spaces.
               05  filler              pic x(2)  value "DC".
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(14) value "        AMOUNT".
               05  filler              pic x(3)  value spaces.
               05  filler              pic x(5)  value " EMPS".
               05  filler              pic x(3)  value spaces.
               05  filler              pic x(4)  value "NOTE".

      *    register-detail-line reports one journal line
           01  register-detail-line.
               05  filler              pic x(1)  value spaces.
               05  rdl-department      pic x(3).
               05  filler              pic x(3)  value spaces.
               05  rdl-cost-centre     pic x(6).
               05  filler              pic x(3)  value spaces.
               05  rdl-account         pic x(8).
               05  filler              pic x(3)  value spaces.
               05  rdl-debit-credit    pic x(2).
               05  filler              pic x(2)  value spaces.
               05  rdl-amount          pic zzz,zzz,zz9.99.
               05  filler              pic x(3)  value spaces.
               05  rdl-employees       pic zzzz9.
               05  filler              pic x(3)  value spaces.
               05  rdl-note            pic x(36).

      *    control-line reports one control figure -- a count and an amount -- and whether it agrees
           01  control-line.
               05  filler              pic x(1)  value spaces.
               05  ctl-label           pic x(40).
               05  ctl-count           pic zzzzz9.
               05  filler              pic x(3)  value spaces.
               05  ctl-amount          pic zzz,zzz,zz9.99.
               05  filler              pic x(3)  value spaces.
               05  ctl-agreement       pic x(9).

      *    control-count-line reports one control figure that is a count alone, and whether it agrees
           01  control-count-line.
               05  filler              pic x(1)  value spaces.
               05  ccl-label           pic x(40).
               05  ccl-count           pic zzzzz9.
               05  filler              pic x(20) value spaces.
               05  ccl-agreement       pic x(9).

      *    hold-line reports one reason the journal is being held back
           01  hold-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(6)  value "HELD: ".
               05  hdl-reason          pic x(60).

      *    result-line reports whether the journal was released
           01  result-line.
               05  filler              pic x(1)  value spaces.
               05  rsl-result          pic x(60).

       procedure division.

      * fl-date-display stores the present date
        accept fl-date-display from date.

      * fl-time-display stores the present time
        accept fl-time-display from time.

      * ws-today-date stores the present date as ccyymmdd
        accept ws-today-date from date yyyymmdd.

      * the operator names the journal wanted and, for an apply run's journal, the date it stamped
        perform 005-accept-selection.

        if ws-selection-is-valid
      *     the ledger mapping is loaded first, then the control figures the journal must balance against
            perform 010-load-gl-map
            if ws-apply-journal
                perform 020-read-payroll-extract
                perform 030-read-run-log
            else
                perform 040-read-retro-extract
            end-if

      *     the journal is built, balanced, and released only if every control figure agrees
            perform 100-build-journal
            perform 400-balance-journal
            if ws-journal-held
                move "JOURNAL HELD - GLJRNL.DAT NOT WRITTEN" to rsl-result
                display "JOURNAL HELD - SEE GLJRNL.OUT"
                move 8 to return-code
            else if ws-journal-line-count equal zero
                move "NOTHING TO POST - NO JOURNAL WRITTEN" to rsl-result
                display "NOTHING TO POST - NO JOURNAL WRITTEN"
            else
                perform 500-release-journal
                move "JOURNAL RELEASED TO GLJRNL.DAT" to rsl-result
                display "JOURNAL RELEASED, LINES: " ws-journal-line-count
            end-if
            end-if
            write register-line from result-line after advancing ws-double-space line
            close journal-register
        end-if.

      * stops the application run
       stop run.

      * Code run when perform 005-accept-selection is called upon; the journal type must be A or R, and an apply
      * run's journal needs the date that run stamped -- blank means today, and it may not be in the future
       005-accept-selection.
           set ws-selection-is-invalid to true.
           display "JOURNAL - A FOR THE APPLY RUN, R FOR RETRO ADJUSTMENTS: " with no advancing.
           accept ws-journal-type.
           if ws-retro-journal
               set ws-selection-is-valid to true
               move "RETRO PAY CORRECTION" to ws-expense-description
           else if ws-apply-journal
               move "SALARY INCREASE" to ws-expense-description
               display "APPLY RUN STAMP DATE (CCYYMMDD, BLANK = TODAY): " with no advancing
               accept ws-stamp-text
               if ws-stamp-text equal spaces
                   move ws-today-date to ws-stamp-date
               end-if
               if ws-stamp-text is not numeric
                   display "STAMP DATE MUST BE CCYYMMDD - NO JOURNAL BUILT"
               else
      *            a date the calendar does not have converts to day zero, which the range test turns away
                   compute ws-today-days = function integer-of-date(ws-today-date)
                   compute ws-stamp-days = function integer-of-date(ws-stamp-date)
                   if ws-stamp-days equal zero
                       or ws-stamp-days greater than ws-today-days
                       display "STAMP DATE MUST BE A REAL DATE, NOT AFTER TODAY - NO JOURNAL BUILT"
                   else
                       set ws-selection-is-valid to true
                   end-if
               end-if
           else
               display "JOURNAL MUST BE A OR R - NO JOURNAL BUILT"
           end-if
           end-if.

      * Code run when perform 010-load-gl-map is called upon; a missing mapping file leaves every department
      * unmapped and no liability account, so the journal is built for the register but held
       010-load-gl-map.
           open input gl-map.
           if ws-map-status equal "00"
               read gl-map
                   at end move ws-end-file to ws-end-map-check
               end-read
               perform 011-load-one-map-record
                   until ws-end-map-check equal ws-end-file
               close gl-map
           else
               display "GL MAPPING FILE COULD NOT BE OPENED, STATUS=" ws-map-status
           end-if.

      * Code run when perform 011-load-one-map-record is called upon; a record of any other type is ignored
       011-load-one-map-record.
           if gm-record-type equal "L"
               move gm-cost-centre to ws-liability-cost-centre
               move gm-account to ws-liability-account
               set ws-liability-is-mapped to true
           else if gm-record-type equal "D"
               if ws-map-count less than ws-map-max
                   add 1 to ws-map-count
                   move gm-department-code to mte-department-code(ws-map-count)
                   move gm-cost-centre to mte-cost-centre(ws-map-count)
                   move gm-account to mte-account(ws-map-count)
               else
                   display "MORE DEPARTMENT MAPPINGS THAN THE TABLE HOLDS - EXCESS IGNORED"
               end-if
           end-if
           end-if.
           read gl-map
               at end move ws-end-file to ws-end-map-check
           end-read.

      * Code run when perform 020-read-payroll-extract is called upon; tallies the extract's details the way
      * its trailer does and keeps the header's run date and time -- the apply run's history records carry the
      * same time, which is how they are told from an earlier run's on the same stamp date
       020-read-payroll-extract.
           open input payroll-extract.
           if ws-extract-status equal "00"
               move "FALSE" to ws-end-file-check
               read payroll-extract
                   at end move ws-end-file to ws-end-file-check
               end-read
               perform 021-tally-one-extract-record
                   until ws-end-file-check equal ws-end-file
               close payroll-extract
           else
               display "PAYROLL EXTRACT COULD NOT BE OPENED, STATUS=" ws-extract-status
           end-if.

      * Code run when perform 021-tally-one-extract-record is called upon
       021-tally-one-extract-record.
           if px-record-type equal "H"
               set ws-extract-has-header to true
               move pxh-run-date to ws-extract-run-date
               move pxh-run-time to ws-extract-run-time
           else if px-record-type equal "D"
               add 1 to ws-extract-detail-count
               add pxd-increase to ws-extract-detail-total
           else if px-record-type equal "T"
               set ws-extract-has-trailer to true
               move pxt-detail-count to ws-trailer-count
               move pxt-increase-hash to ws-trailer-hash
           end-if
           end-if
           end-if.
           read payroll-extract
               at end move ws-end-file to ws-end-file-check
           end-read.

      * Code run when perform 030-read-run-log is called upon; keeps the last apply run end record on the log --
      * a run the master lock refused wrote an end record too, but committed nothing and wrote no extract, so it
      * is passed over
       030-read-run-log.
           open input run-log.
           if ws-runlog-status equal "00"
               read run-log
                   at end move ws-end-file to ws-end-log-check
               end-read
               perform 031-check-one-run-log
                   until ws-end-log-check equal ws-end-file
               close run-log
           else
               display "RUN LOG COULD NOT BE OPENED, STATUS=" ws-runlog-status
           end-if.

      * Code run when perform 031-check-one-run-log is called upon
       031-check-one-run-log.
           if rl-record-type equal "E"
               and rl-run-mode equal "A"
               and rl-balance-verdict not equal "REFUSED - LOCKED"
               set ws-run-end-was-found to true
               move rl-run-date to ws-run-end-date
               move rl-run-time to ws-run-end-time
               move rl-apply-count to ws-run-apply-count
               move rl-balance-verdict to ws-run-verdict
           end-if.
           read run-log
               at end move ws-end-file to ws-end-log-check
           end-read.

      * Code run when perform 040-read-retro-extract is called upon; tallies the retro extract's details the way
      * its trailer does -- the delta hash is unsigned, so the deltas are added without their signs
       040-read-retro-extract.
           open input retro-extract.
           if ws-retro-status equal "00"
               move "FALSE" to ws-end-file-check
               read retro-extract
                   at end move ws-end-file to ws-end-file-check
               end-read
               perform 041-tally-one-retro-record
                   until ws-end-file-check equal ws-end-file
               close retro-extract
           else
               display "RETRO EXTRACT COULD NOT BE OPENED, STATUS=" ws-retro-status
           end-if.

      * Code run when perform 041-tally-one-retro-record is called upon
       041-tally-one-retro-record.
           if rx-record-type equal "H"
               set ws-extract-has-header to true
               move rxh-run-date to ws-extract-run-date
               move rxh-run-time to ws-extract-run-time
           else if rx-record-type equal "D"
               add 1 to ws-extract-detail-count
               add rxd-delta-amount to ws-extract-detail-total
           else if rx-record-type equal "T"
               set ws-extract-has-trailer to true
               move rxt-detail-count to ws-trailer-count
               move rxt-delta-hash to ws-trailer-hash
           end-if
           end-if
           end-if.
           read retro-extract
               at end move ws-end-file to ws-end-file-check
           end-read.

      * Code run when perform 050-find-map-entry is called upon; walks the mapping table for the department in
      * ws-current-department
       050-find-map-entry.
           set ws-map-not-found to true.
           move zero to ws-map-ix.
           perform 055-look-up-map-entry
               until ws-map-was-found
               or ws-map-ix not less than ws-map-count.

      * Code run when perform 055-look-up-map-entry is called upon
       055-look-up-map-entry.
           add 1 to ws-map-ix.
           if mte-department-code(ws-map-ix) equal ws-current-department
               set ws-map-was-found to true
           end-if.

      * Code run when perform 100-build-journal is called upon; the increases are sorted by department, each
      * department's total becomes one expense line on the work file, and the balancing liability line closes it
       100-build-journal.
           open output journal-register.
           perform 110-initial-heading.
           open output journal-work.
           if ws-apply-journal
               sort journal-sort-file
                   on ascending key js-department-code
                   input procedure is 200-select-apply-history
                   output procedure is 300-summarise-departments
           else
               sort journal-sort-file
                   on ascending key js-department-code
                   input procedure is 220-select-retro-deltas
                   output procedure is 300-summarise-departments
           end-if.
           perform 350-write-liability-line.
           close journal-work.

      * Code run when perform 110-initial-heading is called upon
       110-initial-heading.
           write register-line from first-line.
           write register-line from register-title-line after advancing ws-single-space line.
           if ws-apply-journal
               move "STANDARD JOURNAL - APPLY RUN INCREASES" to jtl-journal-type
               move ws-stamp-text to jtl-stamp-date
           else
               move "CORRECTING JOURNAL - RETRO ADJUSTMENTS" to jtl-journal-type
               move "N/A" to jtl-stamp-date
           end-if.
           write register-line from journal-type-line after advancing ws-double-space line.
           write register-line from column-heading-line after advancing ws-double-space line.
           write register-line from spaces after advancing ws-single-space line.

      * Code run when perform 200-select-apply-history is called upon; the input procedure for an apply run's
      * journal releases every increase the run committed, read off the change history
       200-select-apply-history.
           open input change-history.
           if ws-emphist-status equal "00"
               read change-history
                   at end move ws-end-file to ws-end-hist-check
               end-read
               perform 210-check-one-history
                   until ws-end-hist-check equal ws-end-file
               close change-history
           else
               display "CHANGE HISTORY COULD NOT BE OPENED, STATUS=" ws-emphist-status
           end-if.

      * Code run when perform 210-check-one-history is called upon; an APPLY record belongs to this run when it
      * carries the stamp date and was written no earlier than the time on the extract's header -- the header
      * and the history records are both written from the run's start time, and a resumed execution's records
      * carry a later one, while an earlier apply run on the same stamp date carries an earlier one. the
      * increase committed is what the record's two images moved the salary by, and the department is the one
      * the record stood in when it was committed
       210-check-one-history.
           if hx-source-program equal "LAB6"
               and hx-action equal "APPLY"
               and hx-change-date equal ws-stamp-date
               and hx-change-time not less than ws-extract-run-time
               move hx-before-image to ws-history-before
               move hx-after-image to ws-history-after
               compute ws-increase-amount =
                   ha-employee-salary - hb-employee-salary
               add 1 to ws-committed-count
               add ws-increase-amount to ws-committed-total
               move ha-department-code to js-department-code
               move ws-increase-amount to js-amount
               release journal-sort-record
           end-if.
           read change-history
               at end move ws-end-file to ws-end-hist-check
           end-read.

      * Code run when perform 220-select-retro-deltas is called upon; the input procedure for a correcting
      * journal releases every settlement delta on the retro extract, signed, under the adjusted employee's
      * department off the master
       220-select-retro-deltas.
           open input retro-extract.
           if ws-retro-status equal "00"
               open input employee-info
               if ws-employee-info-status equal "00"
                   set ws-master-is-available to true
               else
                   display "EMPLOYEE-INFO FILE COULD NOT BE OPENED, STATUS=" ws-employee-info-status
               end-if
               move "FALSE" to ws-end-file-check
               read retro-extract
                   at end move ws-end-file to ws-end-file-check
               end-read
               perform 230-release-one-retro-detail
                   until ws-end-file-check equal ws-end-file
               if ws-master-is-available
                   close employee-info
               end-if
               close retro-extract
           end-if.

      * Code run when perform 230-release-one-retro-detail is called upon; an employee no longer on the master
      * has no department to post to, so their delta is released under a blank department, which no mapping
      * matches, and counted so the journal is held
       230-release-one-retro-detail.
           if rx-record-type equal "D"
               add 1 to ws-committed-count
               add rxd-delta-amount to ws-committed-total
               if rxd-delta-sign equal "-"
                   compute ws-increase-amount = zero - rxd-delta-amount
               else
                   move rxd-delta-amount to ws-increase-amount
               end-if
               move spaces to js-department-code
               if ws-master-is-available
                   move rxd-employee-number to er-employee-number
                   read employee-info record
                       invalid key
                           add 1 to ws-not-on-master-count
                       not invalid key
                           move er-department-code to js-department-code
                   end-read
               else
                   add 1 to ws-not-on-master-count
               end-if
               move ws-increase-amount to js-amount
               release journal-sort-record
           end-if.
           read retro-extract
               at end move ws-end-file to ws-end-file-check
           end-read.

      * Code run when perform 300-summarise-departments is called upon; the output procedure gathers each
      * department's sorted increases into one total and writes its expense line when the department changes
       300-summarise-departments.
           return journal-sort-file
               at end move ws-end-file to ws-end-sort-check
           end-return.
           if ws-end-sort-check not equal ws-end-file
               move js-department-code to ws-current-department
           end-if.
           perform 310-accumulate-one-increase
               until ws-end-sort-check equal ws-end-file.
           if ws-department-count greater than zero
               perform 320-write-department-line
           end-if.

      * Code run when perform 310-accumulate-one-increase is called upon
       310-accumulate-one-increase.
           if js-department-code not equal ws-current-department
               perform 320-write-department-line
               move js-department-code to ws-current-department
           end-if.
           add js-amount to ws-department-total.
           add 1 to ws-department-count.
           return journal-sort-file
               at end move ws-end-file to ws-end-sort-check
           end-return.

      * Code run when perform 320-write-department-line is called upon; a positive department total debits
      * the department's salary expense, a net reduction on a correcting journal credits it, and a total of
      * zero posts nothing -- the line is printed either way, with its mapping or the lack of one
       320-write-department-line.
           perform 050-find-map-entry.
           move ws-current-department to rdl-department.
           move ws-department-count to rdl-employees.
           move spaces to rdl-note.
           if ws-map-was-found
               move mte-cost-centre(ws-map-ix) to rdl-cost-centre
               move mte-account(ws-map-ix) to rdl-account
           else
               move spaces to rdl-cost-centre
               move spaces to rdl-account
               move "NO GL MAPPING FOR DEPARTMENT" to rdl-note
               add 1 to ws-unmapped-count
           end-if.
           if ws-department-total less than zero
               move "CR" to rdl-debit-credit
               compute rdl-amount = zero - ws-department-total
           else
               move "DR" to rdl-debit-credit
               move ws-department-total to rdl-amount
           end-if.
           if ws-department-total equal zero
               move "NET ZERO - NOTHING POSTED" to rdl-note
           else
               move rdl-cost-centre to gjd-cost-centre
               move rdl-account to gjd-account
               move ws-current-department to gjd-department-code
               move ws-expense-description to gjd-description
               if ws-department-total less than zero
                   move "C" to gjd-debit-credit
                   compute gjd-amount = zero - ws-department-total
                   add gjd-amount to ws-credit-total
               else
                   move "D" to gjd-debit-credit
                   move ws-department-total to gjd-amount
                   add gjd-amount to ws-debit-total
               end-if
               write journal-work-record from journal-line-record
               add 1 to ws-journal-line-count
               add ws-department-total to ws-expense-net
           end-if.
           write register-line from register-detail-line after advancing ws-single-space line.
           move zero to ws-department-total.
           move zero to ws-department-count.

      * Code run when perform 350-write-liability-line is called upon; the accrued payroll liability takes the
      * other side of the expense lines' net, so the journal balances by construction -- credited for a net
      * increase, debited for a net reduction
       350-write-liability-line.
           if ws-expense-net not equal zero
               move ws-liability-cost-centre to gjd-cost-centre
               move ws-liability-account to gjd-account
               move spaces to gjd-department-code
               move "ACCRUED PAYROLL" to gjd-description
               move spaces to rdl-department
               move ws-liability-cost-centre to rdl-cost-centre
               move ws-liability-account to rdl-account
               move ws-committed-count to rdl-employees
               move "ACCRUED PAYROLL LIABILITY" to rdl-note
               if ws-expense-net greater than zero
                   move "C" to gjd-debit-credit
                   move ws-expense-net to gjd-amount
                   add gjd-amount to ws-credit-total
                   move "CR" to rdl-debit-credit
               else
                   move "D" to gjd-debit-credit
                   compute gjd-amount = zero - ws-expense-net
                   add gjd-amount to ws-debit-total
                   move "DR" to rdl-debit-credit
               end-if
               move gjd-amount to rdl-amount
               if ws-liability-not-mapped
                   move "NO LIABILITY ACCOUNT ON GLMAP.DAT" to rdl-note
               end-if
               write journal-work-record from journal-line-record
               add 1 to ws-journal-line-count
               write register-line from register-detail-line after advancing ws-double-space line
           end-if.

      * Code run when perform 400-balance-journal is called upon; prints every control figure the journal is
      * balanced against and holds the journal on the first one -- and every later one -- that disagrees
       400-balance-journal.
           write register-line from spaces after advancing ws-single-space line.
           if ws-apply-journal
               move "COMMITTED INCREASES ON CHANGE HISTORY" to ctl-label
           else
               move "SETTLEMENT DELTAS ON RETROEXT.DAT" to ctl-label
           end-if.
           move ws-committed-count to ctl-count.
           move ws-committed-total to ctl-amount.
           move spaces to ctl-agreement.
           write register-line from control-line after advancing ws-single-space line.

      *    the extract must be whole: a header, a trailer, and details that agree with the trailer's figures
           if ws-apply-journal
               move "PAYEXT.DAT TRAILER COUNT / INCREASE HASH" to ctl-label
           else
               move "RETROEXT.DAT TRAILER COUNT / DELTA HASH" to ctl-label
           end-if.
           move ws-trailer-count to ctl-count.
           move ws-trailer-hash to ctl-amount.
           if ws-extract-detail-count equal ws-trailer-count
               and ws-extract-detail-total equal ws-trailer-hash
               move "AGREES" to ctl-agreement
           else
               move "DISAGREES" to ctl-agreement
           end-if.
           write register-line from control-line after advancing ws-single-space line.
           if not ws-extract-has-header or not ws-extract-has-trailer
               move "EXTRACT IS MISSING ITS HEADER OR ITS TRAILER" to ws-hold-reason
               perform 410-hold-journal
           else if ctl-agreement equal "DISAGREES"
               move "EXTRACT DETAILS DO NOT AGREE WITH ITS OWN TRAILER" to ws-hold-reason
               perform 410-hold-journal
           end-if
           end-if.

           if ws-apply-journal
               perform 420-balance-apply-run
           else
               if ws-committed-count not equal ws-trailer-count
                   or ws-committed-total not equal ws-trailer-hash
                   move "SETTLEMENTS DO NOT AGREE WITH RETROEXT.DAT TRAILER" to ws-hold-reason
                   perform 410-hold-journal
               end-if
               if ws-not-on-master-count greater than zero
                   move "ADJUSTED EMPLOYEE NOT ON MASTER - NO DEPARTMENT" to ws-hold-reason
                   perform 410-hold-journal
               end-if
           end-if.

      *    every line must be mapped, and the journal's own two sides must agree
           if ws-unmapped-count greater than zero
               move "DEPARTMENT WITH NO GL MAPPING ON GLMAP.DAT" to ws-hold-reason
               perform 410-hold-journal
           end-if.
           if ws-journal-line-count greater than zero
               and ws-liability-not-mapped
               move "NO ACCRUED PAYROLL LIABILITY ACCOUNT ON GLMAP.DAT" to ws-hold-reason
               perform 410-hold-journal
           end-if.
           move "JOURNAL LINES / DEBIT TOTAL" to ctl-label.
           move ws-journal-line-count to ctl-count.
           move ws-debit-total to ctl-amount.
           move spaces to ctl-agreement.
           write register-line from control-line after advancing ws-single-space line.
           move "JOURNAL LINES / CREDIT TOTAL" to ctl-label.
           move ws-credit-total to ctl-amount.
           if ws-debit-total equal ws-credit-total
               move "AGREES" to ctl-agreement
           else
               move "DISAGREES" to ctl-agreement
               move "JOURNAL DEBITS DO NOT EQUAL ITS CREDITS" to ws-hold-reason
               perform 410-hold-journal
           end-if.
           write register-line from control-line after advancing ws-single-space line.

      * Code run when perform 410-hold-journal is called upon; holds the journal back and says why
       410-hold-journal.
           set ws-journal-held to true.
           move ws-hold-reason to hdl-reason.
           write register-line from hold-line after advancing ws-single-space line.

      * Code run when perform 420-balance-apply-run is called upon; what the history says was committed must
      * be what the extract says was sent -- the extract carries a zero increase for anyone on leave or already
      * stamped, so its hash is the committed increases alone unless something was sent that never landed on the
      * master -- and the count must be the one the apply run itself logged when it ended
       420-balance-apply-run.
           move "COMMITTED INCREASES TO PAYEXT.DAT HASH" to ctl-label.
           move ws-committed-count to ctl-count.
           move ws-committed-total to ctl-amount.
           if ws-committed-total equal ws-trailer-hash
               move "AGREES" to ctl-agreement
               write register-line from control-line after advancing ws-single-space line
           else
               move "DISAGREES" to ctl-agreement
               write register-line from control-line after advancing ws-single-space line
               move "COMMITTED INCREASES DO NOT AGREE WITH PAYEXT.DAT HASH" to ws-hold-reason
               perform 410-hold-journal
           end-if.

           move "APPLY RUN COMMITTED COUNT ON RUNLOG.DAT" to ccl-label.
           move ws-run-apply-count to ccl-count.
           if ws-run-apply-count equal ws-committed-count
               move "AGREES" to ccl-agreement
           else
               move "DISAGREES" to ccl-agreement
           end-if.
           write register-line from control-count-line after advancing ws-single-space line.
           move ws-run-end-date to rem-date.
           move ws-run-end-time to rem-time.
           move ws-extract-run-date to exm-date.
           move ws-extract-run-time to exm-time.
           if not ws-run-end-was-found
               move "NO ENDED APPLY RUN ON RUNLOG.DAT" to ws-hold-reason
               perform 410-hold-journal
           else if ws-run-end-moment less than ws-extract-moment
               move "LAST APPLY RUN ON RUNLOG.DAT ENDED BEFORE THIS EXTRACT" to ws-hold-reason
               perform 410-hold-journal
           else if ws-run-verdict not equal "IN BALANCE"
               move "APPLY RUN DID NOT END IN BALANCE" to ws-hold-reason
               perform 410-hold-journal
           else if ccl-agreement equal "DISAGREES"
               move "COMMITTED COUNT DOES NOT AGREE WITH THE APPLY RUN'S" to ws-hold-reason
               perform 410-hold-journal
           end-if
           end-if
           end-if
           end-if.

      * Code run when perform 500-release-journal is called upon; the balanced journal is written to the
      * interface file behind its header and ahead of its trailer, both carrying the control totals
       500-release-journal.
           open output gl-journal.
           if ws-apply-journal
               move "S" to gjh-journal-type
               move ws-stamp-date to gjh-journal-date
               move "PAYEXT" to gjh-source-file
           else
               move "C" to gjh-journal-type
               move ws-today-date to gjh-journal-date
               move "RETROEXT" to gjh-source-file
           end-if.
           move ws-extract-run-date to gjh-source-date.
           move ws-extract-run-time to gjh-source-time.
           move ws-debit-total to gjh-debit-total.
           move ws-credit-total to gjh-credit-total.
           move ws-journal-line-count to gjh-line-count.
           write gl-journal-record from journal-header-record.
           open input journal-work.
           read journal-work
               at end move ws-end-file to ws-end-work-check
           end-read.
           perform 510-copy-one-journal-line
               until ws-end-work-check equal ws-end-file.
           close journal-work.
           move ws-journal-line-count to gjt-line-count.
           move ws-debit-total to gjt-debit-total.
           move ws-credit-total to gjt-credit-total.
           write gl-journal-record from journal-trailer-record.
           close gl-journal.

      * Code run when perform 510-copy-one-journal-line is called upon
       510-copy-one-journal-line.
           write gl-journal-record from journal-work-record.
           read journal-work
               at end move ws-end-file to ws-end-work-check
           end-read.
