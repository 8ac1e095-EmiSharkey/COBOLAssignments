      * Program Name:  OffCycle.cbl
      * Author:        Emilie Sharkey
      * Date:          2026-10-15
      * Version:       1.0
      * Description:   Off-cycle individual salary adjustments -- mid-year
      *                promotions, market adjustments, and counter-offers
      *                -- processed with the same controls the annual
      *                cycle's increases get. Each adjustment on the
      *                transaction file names the employee, why the
      *                adjustment is made, either the new salary or the
      *                percent to raise by, the date it takes effect, and
      *                who authorized it. An adjustment is refused when the
      *                new salary falls outside the salary band of the
      *                position the employee holds on the effective date,
      *                and when it raises the salary by more than the
      *                dual-authority percent without a second, different
      *                authorizer. An accepted adjustment is rewritten to
      *                the master under the shared run lock, traced on the
      *                change history, logged on the calculation audit
      *                log, and sent to the bureau on an extract of its
      *                own -- the payroll extract's layout, with the
      *                effective date added, behind a header and a count-
      *                and-hash control trailer -- which AckRecon.cbl
      *                balances the bureau's response against. Every
      *                transaction and what was done with it is printed on
      *                the off-cycle register. The cycle stamp in
      *                er-last-increase-date is left alone: an off-cycle
      *                adjustment does not stand in for the annual
      *                increase.
      *
      * Companion To:  Lab6.cbl, whose apply run commits the annual cycle's
      *                increases under the same controls, and AckRecon.cbl,
      *                which closes the loop on this program's extract

       identification division.
       program-id. offcycle.
       author. Emilie.

       environment division.

       input-output section.

       file-control.
      *    employee-info is the same indexed master file Lab6.cbl reads, keyed on er-employee-number; here it is
      *    opened i-o, and each adjusted employee is read by key and rewritten in place
           select employee-info assign to "../../employee/lab6.dat"
           organization is indexed
           access mode is dynamic
           record key is er-employee-number
           alternate record key is er-department-code with duplicates
           alternate record key is er-employee-name with duplicates
           file status is ws-employee-info-status.

      *    offcycle-transactions carries the adjustments to process, one per line, each with the authorizers
      *    who signed it off
           select offcycle-transactions assign to "OFFCYCLE.TRN"
           organization is line sequential
           file status is ws-transaction-status.

      *    rate-parameters is the same effective-dated rate file the batch loads; the set in force on each
      *    adjustment's effective date settles the position whose band the new salary is checked against
           select rate-parameters assign to "RATES.DAT"
           organization is line sequential
           file status is ws-rates-status.

      *    audit-file is the append-only calculation log Lab6.cbl writes; every adjustment this program commits
      *    is appended to it, so the permanent record of every salary calculation stays complete
           select audit-file assign to "AUDIT.LOG"
           organization is line sequential
           file status is ws-audit-status.

      *    change-history is the permanent, append-only history of every change made to a lab6.dat record,
      *    shared with every program that writes the master
           select change-history assign to "EMPHIST.DAT"
           organization is line sequential
           file status is ws-emphist-status.

      *    offcycle-extract is the off-cycle interface file for the bureau: a header, one detail per adjustment
      *    committed, and a count-and-hash control trailer, laid out the way PAYEXT.DAT is with the effective
      *    date added, so AckRecon.cbl can balance the bureau's response to it the same way
           select offcycle-extract assign to "OFFCYEXT.DAT"
           organization is line sequential.

      *    offcycle-register is the printed register showing every adjustment and what was done with it
           select offcycle-register assign to "OFFCYREG.OUT"
           organization is line sequential.

      *    master-lock is the run lock every program that opens lab6.dat i-o shares -- claimed at open, released
      *    at close, refused with the holder's name when another run already has the master
           select master-lock assign to "../../employee/lab6lock.dat"
           organization is line sequential
           file status is ws-lock-status.

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

      *    file description for offcycle-transactions that states that offcycle-transaction will be used to store
      *    the lines from the file
           fd offcycle-transactions
               data record is offcycle-transaction.
      *    offcycle-transaction carries one adjustment: the employee, the reason (P promotion, M market
      *    adjustment, C counter-offer), whether the amount is the new salary (S) or a percent (P), the amount,
      *    the effective date, and the authorizer and second authorizer. the amount and date are declared as x so
      *    a mistyped field is rejected rather than read as a number; the redefines views read them once they are
      *    known to be digits -- a percent is keyed in the amount's first five places, as 999v99
           01 offcycle-transaction.
               05 ot-employee-number       pic x(3).
               05 ot-reason-code           pic x.
               05 ot-amount-basis          pic x.
               05 ot-amount                pic x(7).
               05 ot-new-salary redefines ot-amount
                                           pic 9(5)v9(2).
               05 ot-percent-view redefines ot-amount.
                   10 ot-percent           pic 9(3)v9(2).
                   10 filler               pic x(2).
               05 ot-effective-date        pic x(8).
               05 ot-effective-date-num redefines ot-effective-date
                                           pic 9(8).
               05 ot-authorizer            pic x(15).
               05 ot-second-authorizer     pic x(15).

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

      *    file description for audit-file that states that audit-record will be used to store the lines from the file
           fd audit-file
               data record is audit-record.
      *    audit-record carries one salary calculation, laid out exactly as Lab6.cbl's 900-write-audit-record writes it
           01 audit-record.
               05 adt-employee-number      pic x(3).
               05 adt-old-salary            pic 9(5)v9(2).
               05 adt-percent               pic 9(3)v9(2).
               05 adt-percent-sign          pic x.
               05 adt-increase              pic 9(6)v9(2).
               05 adt-new-salary            pic 9(6)v9(2).
               05 adt-run-date              pic x(6).
               05 adt-run-time              pic x(7).

      *    file description for change-history that states that change-history-record will be used to store the
      *    lines written to the file
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

      *    file description for offcycle-extract that states that offcycle-extract-record will be used to store
      *    the lines written to the file
           fd offcycle-extract
               data record is offcycle-extract-record.
      *    offcycle-extract-record is written from one of the three fixed layouts held in working storage, the
      *    way Lab6.cbl writes its payroll extract
           01 offcycle-extract-record pic x(34).

      *    file description for offcycle-register that states that register-line will be used to store the lines
      *    written to the file
           fd offcycle-register
               data record is register-line.
      *    blank record that will be used to write data from the application into offcycle-register
           01 register-line pic x(110).

      *    file description for master-lock that states that master-lock-record will be used to store the one
      *    record the lock file carries while a run holds the master
           fd master-lock
               data record is master-lock-record.
      *    master-lock-record names the run holding the master and when it claimed it
           01 master-lock-record.
               05 lk-holder-program        pic x(8).
               05 filler                   pic x.
               05 lk-lock-date             pic x(6).
               05 filler                   pic x.
               05 lk-lock-time             pic x(7).

       working-storage section.
      *    ws-end-file is used as an indicator that the end of file has been reached
           77  ws-end-file                 pic x(5)
               value "TRUE".
      *    ws-end-file-check is used to check if end of the transaction file has been reached
           77  ws-end-file-check           pic x(5)
               value "FALSE".
      *    ws-end-rates-check is used to check if end of the rate file has been reached
           77  ws-end-rates-check          pic x(5)
               value "FALSE".
      *    ws-single-space and ws-double-space store the line counts for single and double spacing
           77  ws-single-space             pic 9
               value 1.
           77  ws-double-space             pic 9
               value 2.
      *    ws-graduate and ws-non-graduate are the two employee codes, the same characters Lab6.cbl classifies by
           77  ws-graduate                 pic x
               value "G".
           77  ws-non-graduate             pic x
               value "N".
      *    ws-status-active is the active status character -- a space, on records that predate the field, reads
      *    as active too -- and only an active employee can be adjusted
           77  ws-status-active            pic x
               value "A".
      *    ws-reason-promotion, ws-reason-market, and ws-reason-counter are the three adjustment reasons
           77  ws-reason-promotion         pic x
               value "P".
           77  ws-reason-market            pic x
               value "M".
           77  ws-reason-counter           pic x
               value "C".
      *    ws-basis-salary and ws-basis-percent say whether the amount is the new salary or a percent
           77  ws-basis-salary             pic x
               value "S".
           77  ws-basis-percent            pic x
               value "P".
      *    ws-dual-authority-percent is the largest raise one authorizer may sign off alone -- an adjustment
      *    above it must carry a second authorizer, and a different one
           77  ws-dual-authority-percent   pic 9(3)v9(2)
               value 10.00.
      *    ws-salary-ceiling is the largest salary er-employee-salary can carry, the same guard Lab6.cbl's apply
      *    pass uses before a rewrite
           77  ws-salary-ceiling           pic 9(5)v9(2)
               value 99999.99.
      *    ws-analyst-group-code through ws-unclassified-group-code are the position codes Lab6.cbl groups its
      *    report by, which also subscript the position name and salary band tables below
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
      *    -- ws-employee-info-ok takes "02" as success too, the status a write or rewrite returns when it leaves
      *    a department code or name another employee already carries on the alternate keys
           77  ws-employee-info-status     pic xx
               value "00".
              88  ws-employee-info-ok      value "00" "02".
      *    ws-transaction-status holds the file status code returned by opening the transaction file
           77  ws-transaction-status       pic xx
               value "00".
      *    ws-rates-status holds the file status code returned by opening the rate file
           77  ws-rates-status             pic xx
               value "00".
      *    ws-audit-status holds the file status code returned by opening the audit log
           77  ws-audit-status             pic xx
               value "00".
      *    ws-emphist-status holds the file status code returned by opening the change history
           77  ws-emphist-status           pic xx
               value "00".
      *    ws-lock-status holds the file status code returned by every operation against the shared master lock
           77  ws-lock-status              pic xx
               value "00".
      *    ws-lock-state says where this run stands with the shared master lock: free, claimed (this run holds
      *    it and must release it at close), or refused (another run holds it, so the master is not touched)
           77  ws-lock-state               pic x
               value "F".
              88  ws-master-lock-free      value "F".
              88  ws-master-lock-claimed   value "C".
              88  ws-master-lock-refused   value "R".
      *    ws-today-date holds today's date as ccyymmdd, stamped on every change-history record this run writes
           77  ws-today-date               pic 9(8)
               value 0.
      *    ws-before-image snapshots the master record as it stood before the adjustment landed on it
           01  ws-before-image             pic x(56)
               value spaces.
      *    ws-disposition holds what was done with the transaction, worded for the register -- it stays blank
      *    while the transaction is still passing its edits
           77  ws-disposition              pic x(50)
               value spaces.
      *    ws-applied is used as a switch to indicate whether the transaction reached the master
           77  ws-applied                  pic x
               value "N".
              88  ws-was-applied           value "Y".
              88  ws-was-rejected          value "N".
      *    ws-figures-known is used as a switch to indicate the adjustment's figures were worked out, so the
      *    register can print them -- a transaction refused before the master was read has none
           77  ws-figures-known            pic x
               value "N".
              88  ws-figures-were-worked   value "Y".
              88  ws-figures-not-worked    value "N".
      *    ws-old-salary, ws-new-salary, ws-adjust-increase, and ws-adjust-percent are the adjustment's figures:
      *    the salary before, the salary after, the difference, and the difference as a percent of the salary
      *    before, rounded to two places -- the new salary carries a sixth digit so a raise past the master
      *    field's ceiling is caught rather than truncated
           77  ws-old-salary               pic 9(5)v9(2)
               value 0.
           77  ws-new-salary               pic 9(6)v9(2)
               value 0.
           77  ws-adjust-increase          pic 9(6)v9(2)
               value 0.
           77  ws-adjust-percent           pic 9(3)v9(2)
               value 0.
      *    ws-transaction-count, ws-applied-count, and ws-rejected-count tally how the transactions were disposed of
           77  ws-transaction-count        pic 9(5)
               value 0.
           77  ws-applied-count            pic 9(5)
               value 0.
           77  ws-rejected-count           pic 9(5)
               value 0.
      *    ws-extract-detail-count counts the detail records written to the extract, for the trailer
           77  ws-extract-detail-count     pic 9(6)
               value 0.
      *    ws-extract-increase-hash and ws-extract-salary-hash accumulate the increase and new-salary amounts of
      *    every extract detail record, so the trailer's hash totals let the bureau balance the file on receipt
           77  ws-extract-increase-hash    pic 9(9)v9(2)
               value 0.
           77  ws-extract-salary-hash      pic 9(9)v9(2)
               value 0.
      *    ws-effective-days and ws-hire-date-days hold the integer day numbers the years-of-service calculation
      *    is worked in, the way Lab6.cbl's 165-compute-years-of-service works
           77  ws-effective-days           pic 9(9)
               value 0.
           77  ws-hire-date-days           pic 9(9)
               value 0.
      *    ws-years-of-service is the rounded, one-decimal number of years the employee has served by the
      *    effective date
           77  ws-years-of-service         pic 999v9
               value 0.
      *    ws-rate-set-count holds how many rate sets were loaded off the rate file
           77  ws-rate-set-count           pic 99
               value 0.
      *    ws-rate-set-max is the most rate sets the table can carry off the file; a fuller file is reported and
      *    the excess ignored -- the entry after the last is reserved for the compiled-in defaults
           77  ws-rate-set-max             pic 99
               value 50.
      *    ws-default-set-ix is the table entry carrying Lab6.cbl's compiled-in default rates, which govern an
      *    effective date no rate set on the file has yet taken effect for, as they govern the batch
           77  ws-default-set-ix           pic 99 comp
               value 51.
      *    ws-rate-ix is the subscript used to walk the rate set table
           77  ws-rate-ix                  pic 99 comp
               value 0.
      *    ws-rate-chosen-ix holds the entry of the rate set in force on the effective date
           77  ws-rate-chosen-ix           pic 99 comp
               value 0.
      *    ws-class-code is the position code the employee falls into on the effective date
           77  ws-class-code               pic 9
               value 0.
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
      *    ws-salary-band-table carries the same salary bands Lab6.cbl checks its increases against -- the lowest
      *    and highest salary each position can plausibly pay -- one entry per position code, so the code
      *    subscripts the table directly
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

      *    offcycle-header-record is the extract's leading control record, carrying the run date and time
           01  offcycle-header-record.
               05 oxh-record-type          pic x
                   value "H".
               05 oxh-run-date             pic x(6).
               05 oxh-run-time             pic x(7).
               05 filler                   pic x(20)
                   value spaces.
      *    offcycle-detail-record carries one committed adjustment in the payroll extract's detail layout --
      *    position, percent, increase, and new salary -- followed by the date the adjustment takes effect
           01  offcycle-detail-record.
               05 oxd-record-type          pic x
                   value "D".
               05 oxd-employee-number      pic x(3).
               05 oxd-position-code        pic 9.
               05 oxd-percent              pic 9(3)v9(2).
               05 oxd-increase             pic 9(6)v9(2).
               05 oxd-new-salary           pic 9(6)v9(2).
               05 oxd-effective-date       pic 9(8).
      *    offcycle-trailer-record closes the extract with the detail count and the increase and salary hashes
           01  offcycle-trailer-record.
               05 oxt-record-type          pic x
                   value "T".
               05 oxt-detail-count         pic 9(6).
               05 oxt-increase-hash        pic 9(9)v9(2).
               05 oxt-salary-hash          pic 9(9)v9(2).
               05 filler                   pic x(5)
                   value spaces.

      *    first-line is a record that uses its elementary items to store the author name, program name, time, and date
           01  first-line.
                   05  filler              pic x(5)  value spaces.
                   05  filler              pic x(35)
                           value "Emilie Sharkey, Off-Cycle Adjust".
                   05  filler              pic x(5)  value spaces.
                   05  fl-date-display     pic x(6).
                   05  filler              pic x(5)  value spaces.
                   05  fl-time-display     pic x(7).

      *    register-title-line is a record storing the register's title to be written to the file
           01  register-title-line.
               05  filler              pic x(15) value spaces.
               05  filler              pic x(36)
                   value "OFF-CYCLE SALARY ADJUSTMENT REGISTER".

      *    register-rule-line states the dual-authority percent the run enforced
           01  register-rule-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(43)
                   value "SECOND AUTHORIZER REQUIRED FOR RAISES OVER".
               05  rul-percent         pic zz9.99.
               05  filler              pic x(1)  value "%".

      *    register-tran-line reports one transaction as it was keyed
           01  register-tran-line.
               05  filler              pic x(1)  value spaces.
               05  rtl-sequence        pic zzzz9.
               05  filler              pic x(2)  value spaces.
               05  rtl-number          pic x(3).
               05  filler              pic x(2)  value spaces.
               05  rtl-name            pic x(15).
               05  filler              pic x(2)  value spaces.
               05  rtl-reason          pic x(9).
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(5)  value "EFF= ".
               05  rtl-effective-date  pic x(8).
               05  filler              pic x(8)  value "  AUTH= ".
               05  rtl-authorizer      pic x(15).
               05  filler              pic x(2)  value spaces.
               05  rtl-second-authorizer pic x(15).

      *    register-figure-line reports the adjustment's figures and the band they were checked against
           01  register-figure-line.
               05  filler              pic x(8)  value spaces.
               05  filler              pic x(5)  value "OLD= ".
               05  rfl-old-salary      pic zz,zz9.99.
               05  filler              pic x(7)  value "  NEW= ".
               05  rfl-new-salary      pic zzz,zz9.99.
               05  filler              pic x(7)  value "  PCT= ".
               05  rfl-percent         pic zz9.99.
               05  filler              pic x(2)  value spaces.
               05  rfl-position        pic x(8).
               05  filler              pic x(8)  value "  BAND= ".
               05  rfl-band-minimum    pic zz,zz9.99.
               05  filler              pic x(3)  value " - ".
               05  rfl-band-maximum    pic zz,zz9.99.

      *    register-result-line reports what was done with the transaction
           01  register-result-line.
               05  filler              pic x(8)  value spaces.
               05  rrl-disposition     pic x(50).

      *    register-total-line reports the run's disposition counts at the foot of the register
           01  register-total-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(14) value "TRANSACTIONS= ".
               05  rgl-transaction-count pic zzzz9.
               05  filler              pic x(11) value "  APPLIED= ".
               05  rgl-applied-count   pic zzzz9.
               05  filler              pic x(12) value "  REJECTED= ".
               05  rgl-rejected-count  pic zzzz9.
               05  filler              pic x(19) value "  TOTAL INCREASE= ".
               05  rgl-increase-total  pic $$$$,$$$,$$9.99.

       procedure division.

      * fl-date-display stores the present date
        accept fl-date-display from date.

      * fl-time-display stores the present time
        accept fl-time-display from time.

      * ws-today-date stores the present date as ccyymmdd, for the change-history records this run writes
        accept ws-today-date from date yyyymmdd.

      * every rate set is loaded first, so each adjustment's position can be settled on its own effective date
        perform 010-load-rate-sets.

      * the transaction file is opened first -- a run with no readable transactions has nothing to do
        open input offcycle-transactions.
        if ws-transaction-status not equal "00"
            display "OFF-CYCLE TRANSACTION FILE COULD NOT BE OPENED, STATUS=" ws-transaction-status
        else
      *     the shared run lock is claimed before the master is opened i-o -- a refused claim means another run
      *     has lab6.dat, and this run applies nothing rather than interleaving rewrites with it
            perform 050-claim-master-lock
            if ws-master-lock-claimed
                perform 100-process-adjustments
      *         the lock is released only by the run that claimed it, and only once the master is closed
                perform 055-release-master-lock
            end-if
            close offcycle-transactions
        end-if.

      * stops the application run
       stop run.

      * Code run when perform 010-load-rate-sets is called upon; reads every rate set off the rate file into the
      * table, and puts the batch's compiled-in default rates in the entry after the last, for an effective date
      * no set on the file has taken effect for yet
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
               display "NO RATE FILE - COMPILED DEFAULT RATES SETTLE EVERY POSITION"
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

      * Code run when perform 050-claim-master-lock is called upon; claims the shared run lock on lab6.dat by
      * writing this run's name into the lock file -- a lock file already carrying a record means another run
      * has the master, and this run refuses to start, naming the holder at the console
       050-claim-master-lock.
           set ws-master-lock-free to true.
           open input master-lock.
           if ws-lock-status equal "00"
               read master-lock
                   at end
                       continue
                   not at end
                       set ws-master-lock-refused to true
                       display "EMPLOYEE MASTER IS LOCKED BY " lk-holder-program
                           " SINCE " lk-lock-date " " lk-lock-time
                       display "RUN REFUSED - IF THAT RUN HAS CRASHED, CLEAR THE LOCK WITH LOCKCLR AFTER CHECKING NOTHING IS LIVE"
               end-read
               close master-lock
           end-if.
           if ws-master-lock-free
               open output master-lock
               if ws-lock-status not equal "00"
                   set ws-master-lock-refused to true
                   display "MASTER LOCK COULD NOT BE WRITTEN, STATUS=" ws-lock-status
                   display "RUN REFUSED - THE MASTER MUST NOT BE TOUCHED WITHOUT THE LOCK"
               else
      *            the record buffer is blanked first -- a file record's filler bytes carry no value clause
                   move spaces to master-lock-record
                   move "OFFCYCLE" to lk-holder-program
                   move fl-date-display to lk-lock-date
                   move fl-time-display to lk-lock-time
                   write master-lock-record
                   close master-lock
                   set ws-master-lock-claimed to true
               end-if
           end-if.

      * Code run when perform 055-release-master-lock is called upon; the run that claimed the lock empties the
      * lock file at close
       055-release-master-lock.
           open output master-lock.
           close master-lock.

      * Code run when perform 100-process-adjustments is called upon; opens the master i-o and the two permanent
      * logs, works down the transactions, and closes the extract with its trailer
       100-process-adjustments.
           open i-o employee-info.
           if ws-employee-info-status not equal "00"
               display "EMPLOYEE-INFO FILE COULD NOT BE OPENED I-O, STATUS=" ws-employee-info-status
           else
      *        every adjustment committed leaves a record on the change history, so a run that cannot open it
      *        applies nothing rather than changing the master with no history trail
               open extend change-history
               if ws-emphist-status not equal "00"
                   display "CHANGE HISTORY COULD NOT BE OPENED, STATUS=" ws-emphist-status
                   display "RUN REFUSED -- NO ADJUSTMENTS WITHOUT A HISTORY TRAIL"
                   close employee-info
               else
      *        every adjustment is also a salary calculation, so a run that cannot append to the permanent
      *        calculation log applies nothing either, the same stance the batch takes
               open extend audit-file
               if ws-audit-status not equal "00"
                   display "AUDIT LOG COULD NOT BE OPENED, STATUS=" ws-audit-status
                   display "RUN REFUSED -- AUDIT LOG IS REQUIRED FOR ALL CALCULATIONS"
                   close change-history, employee-info
               else
               open output offcycle-extract
               open output offcycle-register
               perform 110-initial-heading
               move fl-date-display to oxh-run-date
               move fl-time-display to oxh-run-time
               write offcycle-extract-record from offcycle-header-record
      *        the first transaction is read ahead of the processing loop
               read offcycle-transactions
                   at end move ws-end-file to ws-end-file-check
               end-read
               perform 200-process-one-transaction
                   until ws-end-file-check equal ws-end-file
      *        the run's counts are written at the foot of the register
               move ws-transaction-count to rgl-transaction-count
               move ws-applied-count to rgl-applied-count
               move ws-rejected-count to rgl-rejected-count
               move ws-extract-increase-hash to rgl-increase-total
               write register-line from register-total-line after advancing ws-double-space line
      *        the extract is closed out with its control trailer, so the bureau can balance it on receipt
               move ws-extract-detail-count to oxt-detail-count
               move ws-extract-increase-hash to oxt-increase-hash
               move ws-extract-salary-hash to oxt-salary-hash
               write offcycle-extract-record from offcycle-trailer-record
               close offcycle-extract, offcycle-register, audit-file, change-history, employee-info
               display "OFF-CYCLE ADJUSTMENTS READ:     " ws-transaction-count
               display "OFF-CYCLE ADJUSTMENTS APPLIED:  " ws-applied-count
               display "OFF-CYCLE ADJUSTMENTS REJECTED: " ws-rejected-count
               end-if
               end-if
           end-if.

      * Code run when perform 110-initial-heading is called upon
       110-initial-heading.
           write register-line from first-line.
           write register-line from register-title-line after advancing ws-single-space line.
           move ws-dual-authority-percent to rul-percent.
           write register-line from register-rule-line after advancing ws-single-space line.
           write register-line from spaces after advancing ws-single-space line.

      * Code run when perform 200-process-one-transaction is called upon; the transaction's own fields are
      * edited first, then the employee's master record and the figures the adjustment works out to -- the first
      * edit that fails words the disposition, and only a transaction that passes them all reaches the master
       200-process-one-transaction.
           add 1 to ws-transaction-count.
           set ws-was-rejected to true.
           set ws-figures-not-worked to true.
           move spaces to ws-disposition.

           perform 210-edit-transaction.
           if ws-disposition equal spaces
               perform 220-read-master-record
           end-if.
           if ws-disposition equal spaces
               perform 230-work-adjustment
           end-if.
           if ws-disposition equal spaces
               perform 240-edit-adjustment
           end-if.
           if ws-disposition equal spaces
               perform 300-apply-adjustment
           end-if.

           perform 600-print-register-entry.
           if ws-was-applied
               add 1 to ws-applied-count
           else
               add 1 to ws-rejected-count
           end-if.
           read offcycle-transactions
               at end move ws-end-file to ws-end-file-check
           end-read.

      * Code run when perform 210-edit-transaction is called upon; edits the fields keyed on the transaction
       210-edit-transaction.
           if ot-reason-code not equal ws-reason-promotion
               and ot-reason-code not equal ws-reason-market
               and ot-reason-code not equal ws-reason-counter
               move "REJECTED - INVALID ADJUSTMENT REASON" to ws-disposition
           else if ot-amount-basis equal ws-basis-salary
               if ot-new-salary is not numeric or ot-new-salary not greater than zero
                   move "REJECTED - INVALID NEW SALARY" to ws-disposition
               end-if
           else if ot-amount-basis equal ws-basis-percent
               if ot-percent is not numeric or ot-percent not greater than zero
                   move "REJECTED - INVALID PERCENT" to ws-disposition
               end-if
           else
               move "REJECTED - AMOUNT MUST BE S (SALARY) OR P (PERCENT)" to ws-disposition
           end-if
           end-if
           end-if.
      *    a date the calendar does not have converts to day zero, which the test below turns away
           if ws-disposition equal spaces
               if ot-effective-date is not numeric
                   move "REJECTED - INVALID EFFECTIVE DATE" to ws-disposition
               else
                   compute ws-effective-days = function integer-of-date(ot-effective-date-num)
                   if ws-effective-days equal zero
                       move "REJECTED - INVALID EFFECTIVE DATE" to ws-disposition
                   else if ot-authorizer equal spaces
                       move "REJECTED - NO AUTHORIZER" to ws-disposition
                   end-if
                   end-if
               end-if
           end-if.

      * Code run when perform 220-read-master-record is called upon; reads the employee by key, snapshots the
      * record as it stands, and checks it is an active record the batch itself could classify
       220-read-master-record.
           move ot-employee-number to er-employee-number.
           read employee-info record
               invalid key
                   move "REJECTED - EMPLOYEE NOT ON FILE" to ws-disposition
               not invalid key
                   move employee-record to ws-before-image
           end-read.
           if ws-disposition equal spaces
               if er-employee-status not equal ws-status-active and er-employee-status not equal space
                   move "REJECTED - EMPLOYEE NOT ACTIVE" to ws-disposition
               else if er-employee-code not equal ws-graduate and er-employee-code not equal ws-non-graduate
                   move "REJECTED - MASTER RECORD HAS INVALID EMPLOYEE CODE" to ws-disposition
               else if er-employee-salary is not numeric or er-employee-salary not greater than zero
                   move "REJECTED - MASTER RECORD HAS INVALID SALARY" to ws-disposition
               else if er-hire-date is not numeric or er-hire-date equal zero
                   move "REJECTED - MASTER RECORD HAS INVALID HIRE DATE" to ws-disposition
               else if ot-effective-date-num less than er-hire-date
                   move "REJECTED - EFFECTIVE DATE BEFORE HIRE DATE" to ws-disposition
               end-if
               end-if
               end-if
               end-if
               end-if
           end-if.

      * Code run when perform 230-work-adjustment is called upon; works out the new salary and the percent it
      * raises by, whichever of the two was keyed, and the position the employee holds on the effective date
       230-work-adjustment.
           move er-employee-salary to ws-old-salary.
           if ot-amount-basis equal ws-basis-salary
               move ot-new-salary to ws-new-salary
               if ws-new-salary greater than ws-old-salary
                   compute ws-adjust-increase = ws-new-salary - ws-old-salary
                   compute ws-adjust-percent rounded =
                       ws-adjust-increase * 100 / ws-old-salary
                       on size error
                           move 999.99 to ws-adjust-percent
                   end-compute
               else
                   move zero to ws-adjust-increase, ws-adjust-percent
               end-if
           else
               move ot-percent to ws-adjust-percent
               compute ws-adjust-increase rounded = ws-old-salary * ws-adjust-percent / 100
      *        a raise too large even for the work field is pinned above the ceiling, so the edit turns it away
               compute ws-new-salary = ws-old-salary + ws-adjust-increase
                   on size error
                       move 999999.99 to ws-new-salary
               end-compute
           end-if.

      *    the position is settled the way Lab6.cbl classifies -- service to the effective date, under the rate
      *    set in force on it
           compute ws-hire-date-days = function integer-of-date(er-hire-date).
           if ws-effective-days greater than ws-hire-date-days
               compute ws-years-of-service rounded =
                   (ws-effective-days - ws-hire-date-days) / 365.25
           else
               move zero to ws-years-of-service
           end-if.
           perform 260-select-rate-set.
           perform 270-classify-employee.
           set ws-figures-were-worked to true.

      * Code run when perform 240-edit-adjustment is called upon; the adjustment must raise the salary, fit the
      * master field, land inside the position's band, and carry a second authorizer when it is a large raise
       240-edit-adjustment.
           if ws-new-salary not greater than ws-old-salary
               move "REJECTED - NOT AN INCREASE" to ws-disposition
           else if ws-new-salary greater than ws-salary-ceiling
               move "REJECTED - NEW SALARY EXCEEDS MASTER FIELD" to ws-disposition
           else if ws-new-salary less than sbt-minimum(ws-class-code)
               or ws-new-salary greater than sbt-maximum(ws-class-code)
               move "REJECTED - NEW SALARY OUTSIDE POSITION BAND" to ws-disposition
           else if ws-adjust-percent greater than ws-dual-authority-percent
               if ot-second-authorizer equal spaces
                   move "REJECTED - SECOND AUTHORIZER REQUIRED" to ws-disposition
               else if ot-second-authorizer equal ot-authorizer
                   move "REJECTED - SECOND AUTHORIZER MUST DIFFER" to ws-disposition
               end-if
               end-if
           end-if
           end-if
           end-if
           end-if.

      * Code run when perform 260-select-rate-set is called upon; the set in force on the effective date is the
      * one with the latest effective date not after it, and the compiled-in defaults when none has taken effect
       260-select-rate-set.
           move ws-default-set-ix to ws-rate-chosen-ix.
           move zero to ws-rate-ix.
           perform 265-weigh-one-rate-set
               until ws-rate-ix not less than ws-rate-set-count.

      * Code run when perform 265-weigh-one-rate-set is called upon
       265-weigh-one-rate-set.
           add 1 to ws-rate-ix.
           if rst-effective-date(ws-rate-ix) not greater than ot-effective-date-num
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
      * employee at ws-years-of-service under the rate set in ws-rate-chosen-ix, as Lab6.cbl's 250-graduate/
      * 300-non-graduate do -- a prorated employee holds the position they are prorated toward, as the batch
      * reports them, so only the position is needed here, not the percent
       270-classify-employee.
           move ws-unclassified-group-code to ws-class-code.
           if er-employee-code equal ws-graduate
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

      * Code run when perform 300-apply-adjustment is called upon; rewrites the new salary onto the master and,
      * once it is there, sends it to the bureau and traces it on the change history and the calculation log
       300-apply-adjustment.
           move ws-new-salary to er-employee-salary.
           rewrite employee-record
               invalid key
                   move "REJECTED - MASTER REWRITE FAILED OR LOCKED" to ws-disposition
               not invalid key
      *            a rewrite that came back with any status but success -- locked, i-o error -- is reported
      *            and rejected instead of being claimed as applied
                   if ws-employee-info-ok
                       set ws-was-applied to true
                       move "APPLIED" to ws-disposition
                       perform 400-write-extract-detail
                       perform 410-write-history-record
                       perform 420-write-audit-record
                   else
                       display "EMPLOYEE " er-employee-number " REWRITE FAILED, STATUS=" ws-employee-info-status
                       move "REJECTED - MASTER REWRITE FAILED OR LOCKED" to ws-disposition
                   end-if
           end-rewrite.

      * Code run when perform 400-write-extract-detail is called upon; sends the bureau the committed
      * adjustment and rolls it into the trailer's count and hashes
       400-write-extract-detail.
           move er-employee-number to oxd-employee-number.
           move ws-class-code to oxd-position-code.
           move ws-adjust-percent to oxd-percent.
           move ws-adjust-increase to oxd-increase.
           move ws-new-salary to oxd-new-salary.
           move ot-effective-date-num to oxd-effective-date.
           write offcycle-extract-record from offcycle-detail-record.
           add 1 to ws-extract-detail-count.
           add ws-adjust-increase to ws-extract-increase-hash.
           add ws-new-salary to ws-extract-salary-hash.

      * Code run when perform 410-write-history-record is called upon; appends one OFFCYC record to the shared
      * change history for the adjustment just committed, the way every other write to the master is traced
       410-write-history-record.
           move er-employee-number to hx-employee-number.
           move ws-today-date to hx-change-date.
           move fl-time-display to hx-change-time.
           move "OFFCYCLE" to hx-source-program.
           move "OFFCYC" to hx-action.
           move "Y" to hx-before-flag.
           move ws-before-image to hx-before-image.
           move "Y" to hx-after-flag.
           move employee-record to hx-after-image.
           write change-history-record.

      * Code run when perform 420-write-audit-record is called upon; appends the adjustment's calculation to the
      * permanent calculation log, laid out the way every calculation Lab6.cbl performs is
       420-write-audit-record.
           move er-employee-number to adt-employee-number.
           move ws-old-salary to adt-old-salary.
           move ws-adjust-percent to adt-percent.
           move "%" to adt-percent-sign.
           move ws-adjust-increase to adt-increase.
           move ws-new-salary to adt-new-salary.
           move ws-today-date(3:6) to adt-run-date.
           move fl-time-display to adt-run-time.
           write audit-record.

      * Code run when perform 600-print-register-entry is called upon; writes the transaction as keyed, the
      * figures it worked out to when the master was reached, and its disposition
       600-print-register-entry.
           move ws-transaction-count to rtl-sequence.
           move ot-employee-number to rtl-number.
           if ws-before-image equal spaces
               move spaces to rtl-name
           else
               move er-employee-name to rtl-name
           end-if.
           if ot-reason-code equal ws-reason-promotion
               move "PROMOTION" to rtl-reason
           else if ot-reason-code equal ws-reason-market
               move "MARKET" to rtl-reason
           else if ot-reason-code equal ws-reason-counter
               move "COUNTER" to rtl-reason
           else
               move ot-reason-code to rtl-reason
           end-if
           end-if
           end-if.
           move ot-effective-date to rtl-effective-date.
           move ot-authorizer to rtl-authorizer.
           move ot-second-authorizer to rtl-second-authorizer.
           write register-line from register-tran-line after advancing ws-single-space line.

           if ws-figures-were-worked
               move ws-old-salary to rfl-old-salary
               move ws-new-salary to rfl-new-salary
               move ws-adjust-percent to rfl-percent
               move ws-position-name(ws-class-code) to rfl-position
               move sbt-minimum(ws-class-code) to rfl-band-minimum
               move sbt-maximum(ws-class-code) to rfl-band-maximum
               write register-line from register-figure-line after advancing ws-single-space line
           end-if.

           move ws-disposition to rrl-disposition.
           write register-line from register-result-line after advancing ws-single-space line.
           move spaces to ws-before-image.
