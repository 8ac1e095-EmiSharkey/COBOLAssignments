        
       file-control.
      *    employee-info will be assigned to the file path given as a reference. It is organized as an indexed file keyed on
      *    er-employee-number so a single employee can be looked up or rewritten without scanning the whole file, with
      *    alternate keys on the department code and the name so a department or a name can be browsed in key order
           select employee-info assign to "../../employee/lab6.dat"
           organization is indexed
           access mode is dynamic
           record key is er-employee-number
           alternate record key is er-department-code with duplicates
           alternate record key is er-employee-name with duplicates
           file status is ws-employee-info-status.
           
      *    employee-records will be assigned to the file path given as a reference. The file organization will be line sequential
           organization is line sequential
           file status is ws-runlog-status.

      *    approvals-file carries the department managers' sign-off for the cycle -- one record per department,
      *    approved, held, or rejected, with who signed and when -- so an apply run commits only what each manager
      *    has reviewed; a cycle with no approvals file supplied commits every department the way it always has
           select approvals-file assign to "APPROVALS.DAT"
           organization is line sequential
           file status is ws-approvals-status.

      *    pending-list is the pending-approval report: every employee an apply run left uncommitted because their
      *    department's approval had not arrived, so the cycle's stragglers can be chased up and picked up later
           select pending-list assign to "PENDAPPR.OUT"
           organization is line sequential.

       data division.
       
       file section.
      *    clauses on a file record's fillers are ignored
           01 unrated-line pic x(50).

      *    file description for approvals-file that will state that approval-record will be used to store the lines
      *    from the file
           fd approvals-file
               data record is approval-record.
      *    approval-record carries one department's sign-off for the cycle: the department, A approved, H held or
      *    R rejected, the manager who signed, and the date they signed
           01 approval-record.
               05 ap-department-code       pic x(3).
               05 ap-approval-status       pic x.
               05 ap-approver              pic x(15).
               05 ap-approval-date         pic 9(8).

      *    file description for pending-list that will state that pending-line will be used to store the lines
      *    written to the file
           fd pending-list
               data record is pending-line.
      *    pending-line is written from pending-detail-record, which lives in working storage because value
      *    clauses on a file record's fillers are ignored
           01 pending-line pic x(101).

      *    file description for run-control that will state that run-control-record will be used to store the one
      *    line read from the file
           fd run-control
              88  ws-employee-on-leave     value "L".
              88  ws-employee-terminated   value "T".
      *   ws-employee-info-status holds the file status code returned by every operation against the indexed employee-info file
      *   -- ws-employee-info-ok takes "02" as success too, the status a write or rewrite returns when it leaves
      *   a department code or name another employee already carries on the alternate keys
          77  ws-employee-info-status      pic xx
               value "00".
              88  ws-employee-info-ok      value "00" "02".
      *   ws-restart-status holds the file status code returned by opening restart-file, used to detect whether a checkpoint exists
          77  ws-restart-status            pic xx
               value "00".
               05 filler                   pic x(26)
                   value "NO RATING - FLAT RATE USED".
               05 filler                   pic x(2)  value spaces.
      *   ws-approvals-status holds the file status code returned by opening approvals-file, used to detect whether
      *   the approval gate is in use this cycle
          77  ws-approvals-status          pic xx
               value "00".
      *   ws-end-approvals and ws-end-approvals-check are used the same way as ws-end-file/ws-end-file-check, but
      *   for 012-load-approvals reading through approvals-file
          77  ws-end-approvals             pic x(5)
               value "TRUE".
          77  ws-end-approvals-check       pic x(5)
               value "FALSE".
      *   ws-approvals-loaded is used as a switch to indicate whether an approvals file was supplied -- when one
      *   was, the gate is in use and only approved departments are committed
          77  ws-approvals-loaded          pic x
               value "N".
              88  ws-approval-gate-in-use  value "Y".
              88  ws-approval-gate-off     value "N".
      *   ws-approval-count holds how many approvals were loaded off the approvals file
          77  ws-approval-count            pic 9(3)
               value 0.
      *   ws-approval-max is the most approvals the table can carry; a fuller file is reported and the excess ignored
          77  ws-approval-max              pic 9(3)
               value 200.
      *   ws-approval-ix is the subscript used to walk the approval table
          77  ws-approval-ix               pic 9(3) comp
               value 0.
      *   ws-approval-found is used as a switch to indicate whether the employee's department has an approval on file
          77  ws-approval-found            pic x
               value "N".
              88  ws-approval-was-found    value "Y".
              88  ws-approval-not-found    value "N".
      *   ws-department-approval is used as a switch to indicate whether the employee being processed may be
      *   committed -- always approved unless the gate is in use and their department's sign-off is not
          77  ws-department-approval       pic x
               value "Y".
              88  ws-department-approved   value "Y".
              88  ws-department-pending    value "N".
      *   ws-pending-count counts the employees an apply run left uncommitted for want of their department's approval
          77  ws-pending-count             pic 9(5)
               value 0.
      *   ws-approval-table holds the approvals file, keyed by department code, loaded before the pass so each
      *   employee's department can be looked up directly
          01  ws-approval-table.
               05 ws-approval-entry occurs 200 times.
                   10 ape-department-code  pic x(3).
                   10 ape-approval-status  pic x.
                   10 ape-approver         pic x(15).
                   10 ape-approval-date    pic 9(8).
      *   pending-detail-record carries one uncommitted employee onto the pending-approval report, with where their
      *   department's approval stands
          01  pending-detail-record.
               05 pnd-department-code      pic x(3).
               05 filler                   pic x(1)  value spaces.
               05 pnd-department-name      pic x(20).
               05 filler                   pic x(2)  value spaces.
               05 pnd-number               pic x(3).
               05 filler                   pic x(2)  value spaces.
               05 pnd-name                 pic x(15).
               05 filler                   pic x(2)  value spaces.
               05 pnd-new-salary           pic zzz,zz9.99.
               05 filler                   pic x(2)  value spaces.
               05 pnd-approval-state       pic x(16).
               05 filler                   pic x(1)  value spaces.
               05 pnd-approver             pic x(15).
               05 filler                   pic x(1)  value spaces.
               05 pnd-approval-date        pic x(8).
      *   ws-runctl-status holds the file status code returned by opening run-control, used to detect whether a
      *   run-control file was supplied for this run
          77  ws-runctl-status             pic xx
                   pic x(25) value "SKIPPED (ALREADY DONE) = ".
               05  asl-apply-skip-count pic zzzz9.

      *     pending-summary-line is a record that reports, on an apply run with the approval gate in use, how many
      *     employees were left uncommitted because their department's approval had not arrived
            01  pending-summary-line.
               05  filler              pic x(22)
                   value spaces.
               05  filler
                   pic x(19) value "PENDING APPROVAL= ".
               05  psl-pending-count   pic zzzz9.
               05  filler              pic x(20)
                   value "  SEE PENDAPPR.OUT".

      *     grand-total-line-top is a record that reports the total employees processed and the total old and new payroll
      *     across every position, including the unclassified group, so the run's overall payroll impact can be reconciled
      *     without hand-adding the per-position numbers
      * their merit grade up directly
        perform 017-load-ratings.

      * 012-load-approvals loads the department managers' sign-off for the cycle on an apply run -- the only run
      * that commits anything -- so each employee's department can be looked up directly
        if ws-apply-mode
            perform 012-load-approvals
        end-if.

      * 010-check-for-restart looks for a checkpoint left by a prior run and, if found, restores the running totals it saved
        perform 010-check-for-restart.

            open extend employee-csv
            open extend payroll-extract
            open extend unrated-list
      *     the pending-approval report carries real per-employee lines the same way the unrated list does, so
      *     a resumed apply run extends it too
            if ws-apply-mode
                open extend pending-list
            end-if
        else
            open output employee-records
            output reject-records
            move fl-date-display to pxh-run-date
            move fl-time-display to pxh-run-time
            write payroll-extract-record from extract-header-record
            if ws-apply-mode
                open output pending-list
            end-if
        end-if.

      * the department and band work files are rebuilt whole each pass -- every valid record, replayed or live,
             move ws-apply-count to asl-apply-count
             move ws-apply-skip-count to asl-apply-skip-count
             write employee-line from apply-summary-line
      *      with the approval gate in use, the employees left uncommitted for want of a sign-off are counted too
             if ws-approval-gate-in-use
                 move ws-pending-count to psl-pending-count
                 write employee-line from pending-summary-line
             end-if
         end-if.

      *  the grand totals across every position, including the unclassified group, are computed and written to employee-line
      *  employee-info, employee-records, reject-records, employee-csv, payroll-extract, and unrated-list files are closed
         close employee-info, employee-records, reject-records, employee-csv, payroll-extract, unrated-list.

      *  the change history and the pending-approval report are closed only on the apply run that opened them
         if ws-apply-mode
             close change-history, pending-list
         end-if.

      * Code run when perform 100-inital-heading is called upon
                   set ws-record-already-applied to true
               end-if

      *        on an apply run with the approval gate in use, a record this run would otherwise commit is held back
      *        unless its department's manager has signed the cycle off -- a record already carrying this cycle's
      *        increase belongs to a department an earlier apply run committed, and is left exactly as it was
               set ws-department-approved to true
               if ws-apply-mode and ws-approval-gate-in-use
                   and ws-employee-active and ws-record-not-already-applied
                   perform 186-check-department-approval
               end-if

      *        a non-active employee is classified into their own report section with the increase withheld, so
      *        the headcount still reconciles while nobody on leave or terminated is paid an increase
               if ws-employee-on-leave
      *        execution -- only a record this execution is processing live gets a new CSV row and extract
      *        detail. a terminated employee stays on the CSV (the reconciliation balances its rows against
      *        every valid record) but is kept off the payroll extract immediately, so the bureau is never
      *        sent a record for someone who has left. an employee whose department has not signed off is kept
      *        off the extract too, since nothing is committed for them -- they go on the pending-approval report
      *        instead, and onto a later apply run's extract once the approval arrives
               if ws-is-not-replaying
                   perform 175-write-csv-record
                   if ws-employee-terminated
                       continue
                   else if ws-department-pending
                       perform 178-write-pending-record
                   else
                       perform 177-write-extract-record
                   end-if
                   end-if
               end-if

      *        an apply run commits the calculated new salary back to the master now, after every output carrying
      *        the present salary has been written from the record; a replayed record was already applied (or
      *        refused) by the crashed execution, a record already carrying this cycle's increase was presented
      *        as-is above, a non-active record had its increase withheld, and a record whose department has not
      *        signed off waits for a later apply run, so none of those may be rewritten
               if ws-apply-mode and ws-is-not-replaying
                   and ws-record-not-already-applied and ws-employee-active
                   and ws-department-approved
                   perform 170-apply-salary-increase
               end-if

               at end move ws-end-ratings to ws-end-ratings-check
           end-read.

      * Code run when perform 012-load-approvals is called upon; reads the department managers' whole approvals
      * file into ws-approval-table. a missing file means the gate is not in use this cycle -- every department
      * is committed the way it always has been, with a console note saying so. an approval only counts for the
      * cycle it was given in: one dated before the effective date of this run's rate set is left over from an
      * earlier cycle, and 186-check-department-approval treats it as stale -- pending, like a missing record
       012-load-approvals.
           open input approvals-file.
           if ws-approvals-status equal "00"
               set ws-approval-gate-in-use to true
               read approvals-file
                   at end move ws-end-approvals to ws-end-approvals-check
               end-read
               perform 013-load-one-approval
                   until ws-end-approvals-check equal ws-end-approvals
               close approvals-file
           else
               display "NO APPROVALS FILE THIS CYCLE - APPROVAL GATE NOT IN USE"
           end-if.

      * Code run when perform 013-load-one-approval is called upon
       013-load-one-approval.
           if ws-approval-count less than ws-approval-max
               add 1 to ws-approval-count
               move ap-department-code to ape-department-code(ws-approval-count)
               move ap-approval-status to ape-approval-status(ws-approval-count)
               move ap-approver to ape-approver(ws-approval-count)
               move ap-approval-date to ape-approval-date(ws-approval-count)
           else
               display "MORE APPROVALS THAN THE TABLE HOLDS - EXCESS IGNORED"
           end-if.
           read approvals-file
               at end move ws-end-approvals to ws-end-approvals-check
           end-read.

      * Code run when perform 170-apply-salary-increase is called upon; commits the new salary 650-calculate-salary
      * just worked out for this employee back to the employee-info master, stamping the record with today's date.
      * a record already carrying this cycle's increase never reaches here -- 160-process-one-employee-record
               move ws-new-salary to er-employee-salary
               move ws-today-date to er-last-increase-date
               rewrite employee-record
               if ws-employee-info-ok
                   add 1 to ws-apply-count
                   perform 910-write-history-record
               else
           move ws-new-salary to dw-new-salary.
           write dept-work-record.

      * Code run when perform 186-check-department-approval is called upon; only a department whose record says
      * approved, and was signed this cycle, may be committed -- held, rejected, an unknown status, an approval
      * dated before the rate set took effect, or no record at all leaves the employee pending. every such record is counted, replayed or not, the way the unrated count is, since a record the
      * crashed execution left pending is still unstamped and still pending now
       186-check-department-approval.
           perform 187-find-approval.
           if ws-approval-not-found
               set ws-department-pending to true
           else if ape-approval-date(ws-approval-ix) less than ws-rates-effective-date
               set ws-department-pending to true
           else if ape-approval-status(ws-approval-ix) not equal "A"
               set ws-department-pending to true
           end-if
           end-if
           end-if.
           if ws-department-pending
               add 1 to ws-pending-count
           end-if.

      * Code run when perform 187-find-approval is called upon; walks the approval table for this employee's department
       187-find-approval.
           set ws-approval-not-found to true.
           move zero to ws-approval-ix.
           perform 188-look-up-approval
               until ws-approval-was-found
               or ws-approval-ix not less than ws-approval-count.

      * Code run when perform 188-look-up-approval is called upon
       188-look-up-approval.
           add 1 to ws-approval-ix.
           if ape-department-code(ws-approval-ix) equal er-department-code
               set ws-approval-was-found to true
           end-if.

      * Code run when perform 010-check-for-restart is called upon
       010-check-for-restart.
      *    the restart file is opened for input just to see whether a checkpoint from a prior run exists
           add ws-pay-increase to ws-extract-increase-hash.
           add ws-new-salary to ws-extract-salary-hash.

      * Code run when perform 178-write-pending-record is called upon; writes this employee's line to the
      * pending-approval report, with the increase that was held back and where their department's approval stands
       178-write-pending-record.
           move er-department-code to pnd-department-code.
           move ws-current-dept-name to pnd-department-name.
           move er-employee-number to pnd-number.
           move er-employee-name to pnd-name.
           move ws-new-salary to pnd-new-salary.
           move spaces to pnd-approver.
           move spaces to pnd-approval-date.
           if ws-approval-not-found
               move "NO APPROVAL" to pnd-approval-state
           else
               move ape-approver(ws-approval-ix) to pnd-approver
               move ape-approval-date(ws-approval-ix) to pnd-approval-date
      *        a record left over from an earlier cycle is stale, whatever it said then
               if ape-approval-date(ws-approval-ix) less than ws-rates-effective-date
                   move "STALE APPROVAL" to pnd-approval-state
               else if ape-approval-status(ws-approval-ix) equal "H"
                   move "HELD" to pnd-approval-state
               else if ape-approval-status(ws-approval-ix) equal "R"
                   move "REJECTED" to pnd-approval-state
               else
                   move "UNKNOWN STATUS" to pnd-approval-state
               end-if
               end-if
               end-if
           end-if.
           write pending-line from pending-detail-record.

      * Code run when perform 030-claim-master-lock is called upon; claims the shared run lock on lab6.dat by
      * writing this run's name into the lock file -- a lock file already carrying a record means another run
      * has the master, and this run refuses to start, naming the holder at the console
