      * Program Name:  DeptMaint.cbl
      * Author:        Emilie Sharkey
      * Date:          2026-10-15
      * Version:       1.0
      * Description:   Applies a file of department maintenance
      *                transactions to the indexed department master, so a
      *                manager change, a renamed department, or a merger no
      *                longer has to be hand-edited into deptmast.dat
      *                outside the system. A CHANGE replaces a department's
      *                name and/or manager; a TRANSFER moves every lab6.dat
      *                employee carrying one department code onto another;
      *                a RETIRE takes a department off the master, moving
      *                its employees onto a named target department first.
      *                A department still holding active or on-leave
      *                employees is never retired without a target. Every
      *                transaction is printed on a register showing the
      *                department before and after, and every employee
      *                moved is printed there and written to the change
      *                history with their before and after image.
      *
      * Companion To:  DeptLoad.cbl, which adds the departments this
      *                program maintains, and Lab6.cbl / EmpMaint.cbl /
      *                RejCycle.cbl, which validate employee department
      *                codes against them

       identification division.
       program-id. deptmaint.
       author. Emilie.

       environment division.

       input-output section.

       file-control.
      *    department-master is the indexed department reference file the other programs validate against; here it
      *    is opened i-o so departments can be rewritten or retired in place
           select department-master assign to "../../employee/deptmast.dat"
           organization is indexed
           access mode is dynamic
           record key is dm-department-code
           file status is ws-dept-status.

      *    employee-info is the same indexed master file Lab6.cbl reads, keyed on er-employee-number; here it is
      *    opened i-o and walked start to finish so every employee in a department being moved can be rewritten
           select employee-info assign to "../../employee/lab6.dat"
           organization is indexed
           access mode is dynamic
           record key is er-employee-number
           alternate record key is er-department-code with duplicates
           alternate record key is er-employee-name with duplicates
           file status is ws-employee-info-status.

      *    department-transactions carries the department change sheet as one CHANGE/RETIRE/TRANSFER record per
      *    line, each carrying the department it is for and the fields it wants applied
           select department-transactions assign to "DEPTMAINT.TRN"
           organization is line sequential
           file status is ws-transaction-status.

      *    department-register is the printed register showing, for every transaction, the department before
      *    and after, every employee moved, and whether it was applied or rejected
           select department-register assign to "DEPTREG.OUT"
           organization is line sequential.

      *    change-history is the permanent, append-only history of every change made to a lab6.dat record --
      *    before image, after image, source program, date and time -- shared with every program that writes the
      *    master, so an employee's move between departments outlives the printed register
           select change-history assign to "EMPHIST.DAT"
           organization is line sequential
           file status is ws-emphist-status.

      *    master-lock is the run lock every program that opens lab6.dat i-o shares -- claimed at open, released
      *    at close, refused with the holder's name when another run already has the master
           select master-lock assign to "../../employee/lab6lock.dat"
           organization is line sequential
           file status is ws-lock-status.

       data division.

       file section.

      *    file description for department-master that states that department-record will be used to store the records from the file
           fd department-master
               data record is department-record.
      *    department-record carries one department: its code, its name, and who manages it
           01 department-record.
               05 dm-department-code       pic x(3).
               05 dm-department-name       pic x(20).
               05 dm-manager-name          pic x(15).

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

      *    file description for department-transactions that states that department-transaction will be used to
      *    store the lines from the file
           fd department-transactions
               data record is department-transaction.
      *    department-transaction carries one change sheet line: the action wanted, the department it is for, the
      *    name and manager a CHANGE puts on it (blank keeps the master's value), and the department a TRANSFER
      *    moves its employees to -- or, on a RETIRE, the department its remaining employees are moved to first
           01 department-transaction.
               05 dx-action-code           pic x.
               05 dx-department-code       pic x(3).
               05 dx-department-name       pic x(20).
               05 dx-manager-name          pic x(15).
               05 dx-target-code           pic x(3).

      *    file description for department-register that states that register-line will be used to store the
      *    lines written to the file
           fd department-register
               data record is register-line.
      *    blank record that will be used to write data from the application into department-register
           01 register-line pic x(92).

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
      *    ws-end-master-check is used to check if end of the employee master has been reached on a walk through it
           77  ws-end-master-check         pic x(5)
               value "FALSE".
      *    ws-action-change, ws-action-retire, and ws-action-transfer are the three action codes a transaction may carry
           77  ws-action-change            pic x
               value "C".
           77  ws-action-retire            pic x
               value "R".
           77  ws-action-transfer          pic x
               value "T".
      *    ws-status-active, ws-status-leave, and ws-status-terminated are the three statuses er-employee-status
      *    may carry, the same characters Lab6.cbl classifies by
           77  ws-status-active            pic x
               value "A".
           77  ws-status-leave             pic x
               value "L".
           77  ws-status-terminated        pic x
               value "T".
      *    ws-today-date holds today's date as ccyymmdd, stamped on every change-history record this run writes
           77  ws-today-date               pic 9(8)
               value 0.
      *    ws-single-space and ws-double-space store the line counts for single and double spacing
           77  ws-single-space             pic 9
               value 1.
           77  ws-double-space             pic 9
               value 2.
      *    ws-dept-status holds the file status code returned by every operation against the indexed department master
           77  ws-dept-status              pic xx
               value "00".
      *    ws-employee-info-status holds the file status code returned by every operation against the indexed master
      *    -- ws-employee-info-ok takes "02" as success too, the status a write or rewrite returns when it leaves
      *    a department code or name another employee already carries on the alternate keys
           77  ws-employee-info-status     pic xx
               value "00".
              88  ws-employee-info-ok      value "00" "02".
      *    ws-transaction-status holds the file status code returned by opening department-transactions
           77  ws-transaction-status       pic xx
               value "00".
      *    ws-emphist-status holds the file status code returned by opening the change history -- a run that
      *    cannot open it applies nothing, rather than moving employees with no history trail
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
      *    ws-transaction-count counts every transaction read from the change sheet this run
           77  ws-transaction-count        pic 9(5)
               value 0.
      *    ws-applied-count and ws-rejected-count count how the run's transactions were disposed of
           77  ws-applied-count            pic 9(5)
               value 0.
           77  ws-rejected-count           pic 9(5)
               value 0.
      *    ws-moved-count counts every employee moved to another department this run, over all transactions
           77  ws-moved-count              pic 9(5)
               value 0.
      *    ws-tran-moved-count and ws-tran-failed-count count the employees the current transaction moved, and
      *    those whose rewrite failed -- a retire whose moves did not all land leaves the department on file
           77  ws-tran-moved-count         pic 9(5)
               value 0.
           77  ws-tran-failed-count        pic 9(5)
               value 0.
      *    ws-live-count and ws-terminated-count count the employees carrying the current transaction's department
      *    code, split by whether they are still on the books (active or on leave) or terminated
           77  ws-live-count               pic 9(5)
               value 0.
           77  ws-terminated-count         pic 9(5)
               value 0.
      *    ws-transaction-applied is used as a switch to indicate whether the current transaction ended up applied
           77  ws-transaction-applied      pic x
               value "N".
              88  ws-was-applied           value "Y".
              88  ws-was-rejected          value "N".
      *    ws-move-cleared is used as a switch to indicate whether a RETIRE or TRANSFER passed its checks, so its
      *    employees may be moved
           77  ws-move-cleared             pic x
               value "N".
              88  ws-move-is-cleared       value "Y".
              88  ws-move-not-cleared      value "N".
      *    ws-disposition holds the register wording for how the current transaction was disposed of
           77  ws-disposition              pic x(45)
               value spaces.
      *    ws-before-exists, ws-after-exists, and ws-target-exists are used as switches to indicate which of the
      *    department images the current transaction has to show
           77  ws-before-exists            pic x
               value "N".
              88  ws-has-before-image      value "Y".
              88  ws-has-no-before-image   value "N".
           77  ws-after-exists             pic x
               value "N".
              88  ws-has-after-image       value "Y".
              88  ws-has-no-after-image    value "N".
           77  ws-target-exists            pic x
               value "N".
              88  ws-has-target-image      value "Y".
              88  ws-has-no-target-image   value "N".
      *    ws-dept-before-image holds the department as it stood before the transaction was applied
           01  ws-dept-before-image.
               05 db-department-code       pic x(3).
               05 db-department-name       pic x(20).
               05 db-manager-name          pic x(15).
      *    ws-dept-after-image holds the department as the transaction wants it left on the master
           01  ws-dept-after-image.
               05 da-department-code       pic x(3).
               05 da-department-name       pic x(20).
               05 da-manager-name          pic x(15).
      *    ws-dept-target-image holds the department a RETIRE or TRANSFER moves its employees to
           01  ws-dept-target-image.
               05 dg-department-code       pic x(3).
               05 dg-department-name       pic x(20).
               05 dg-manager-name          pic x(15).
      *    ws-employee-before-image snapshots an employee record before its department code is changed, for the
      *    change-history record written when the moved record is rewritten
           01  ws-employee-before-image    pic x(56)
               value spaces.

      *    first-line is a record that uses its elementary items to store the author name, program name, time, and date
           01  first-line.
                   05  filler              pic x(5)  value spaces.
                   05  filler              pic x(35)
                           value "Emilie Sharkey, Department Maint".
                   05  filler              pic x(5)  value spaces.
                   05  fl-date-display     pic x(6).
                   05  filler              pic x(5)  value spaces.
                   05  fl-time-display     pic x(7).

      *    register-title-line is a record storing the register's title to be written to the file
           01  register-title-line.
               05  filler              pic x(15) value spaces.
               05  filler              pic x(31)
                   value "DEPARTMENT MAINTENANCE REGISTER".

      *    register-tran-line introduces one transaction on the register, with its sequence, action, and key
           01  register-tran-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(5)  value "TRAN ".
               05  rtl-sequence        pic zzzz9.
               05  filler              pic x(2)  value spaces.
               05  rtl-action          pic x(8).
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(5)  value "DEPT ".
               05  rtl-department      pic x(3).
               05  filler              pic x(2)  value spaces.
               05  rtl-target-label    pic x(4).
               05  rtl-target          pic x(3).

      *    register-dept-line reports one image of a department on the register -- before, after, or the target
      *    its employees are moved to
           01  register-dept-line.
               05  filler              pic x(3)  value spaces.
               05  rdl-label           pic x(8).
               05  rdl-code            pic x(3).
               05  filler              pic x(2)  value spaces.
               05  rdl-name            pic x(20).
               05  filler              pic x(2)  value spaces.
               05  rdl-manager         pic x(15).

      *    register-no-dept-line is printed in place of a department image when no record exists on that side
           01  register-no-dept-line.
               05  filler              pic x(3)  value spaces.
               05  rnl-label           pic x(8).
               05  rnl-text            pic x(30).

      *    register-staff-line reports how many employees carry the department code, live and terminated
           01  register-staff-line.
               05  filler              pic x(3)  value spaces.
               05  filler              pic x(8)  value "STAFF:  ".
               05  filler              pic x(8)  value "ACTIVE/".
               05  filler              pic x(6)  value "LEAVE=".
               05  rsl-live-count      pic zzzz9.
               05  filler              pic x(3)  value spaces.
               05  filler              pic x(11) value "TERMINATED=".
               05  rsl-terminated-count pic zzzz9.

      *    register-move-line reports one employee moved from one department to another -- the department code
      *    is the only field a move changes, so its from and to are the employee's before and after image
           01  register-move-line.
               05  filler              pic x(5)  value spaces.
               05  filler              pic x(7)  value "MOVED  ".
               05  rml-number          pic x(3).
               05  filler              pic x(2)  value spaces.
               05  rml-name            pic x(15).
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(7)  value "STATUS ".
               05  rml-status          pic x.
               05  filler              pic x(2)  value spaces.
               05  filler              pic x(5)  value "FROM ".
               05  rml-from            pic x(3).
               05  filler              pic x(4)  value " TO ".
               05  rml-to              pic x(3).

      *    register-result-line reports how the transaction was disposed of
           01  register-result-line.
               05  filler              pic x(3)  value spaces.
               05  filler              pic x(8)  value "RESULT: ".
               05  rrl-disposition     pic x(45).

      *    register-total-line reports the run's transaction, applied, rejected, and moved counts at the foot of the register
           01  register-total-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(14) value "TRANSACTIONS= ".
               05  rgl-transaction-count pic zzzz9.
               05  filler              pic x(3)  value spaces.
               05  filler              pic x(9)  value "APPLIED= ".
               05  rgl-applied-count   pic zzzz9.
               05  filler              pic x(3)  value spaces.
               05  filler              pic x(10) value "REJECTED= ".
               05  rgl-rejected-count  pic zzzz9.
               05  filler              pic x(3)  value spaces.
               05  filler              pic x(17) value "EMPLOYEES MOVED= ".
               05  rgl-moved-count     pic zzzz9.

       procedure division.

      * fl-date-display stores the present date
        accept fl-date-display from date.

      * fl-time-display stores the present time
        accept fl-time-display from time.

      * ws-today-date stores the present date as ccyymmdd, for the change-history records this run writes
        accept ws-today-date from date yyyymmdd.

      * the transaction file is opened first -- a run with no readable change sheet has nothing to do
        open input department-transactions.
        if ws-transaction-status not equal "00"
            display "DEPT-TRANSACTION FILE COULD NOT BE OPENED, STATUS=" ws-transaction-status
        else
      *     the department master is opened i-o so departments can be rewritten and retired in place
            open i-o department-master
            if ws-dept-status not equal "00"
                display "DEPARTMENT MASTER COULD NOT BE OPENED, STATUS=" ws-dept-status
            else
      *         the shared run lock is claimed before the employee master is opened i-o -- a refused claim means
      *         another run has lab6.dat, and this run applies nothing rather than interleaving rewrites with it
                perform 030-claim-master-lock
                if ws-master-lock-refused
                    continue
                else
                    open i-o employee-info
                    if ws-employee-info-status not equal "00"
                        display "EMPLOYEE-INFO FILE COULD NOT BE OPENED, STATUS=" ws-employee-info-status
                    else
      *                 every employee moved leaves a record on the change history, so a run that cannot open it
      *                 applies nothing rather than moving employees with no history trail
                        open extend change-history
                        if ws-emphist-status not equal "00"
                            display "CHANGE HISTORY COULD NOT BE OPENED, STATUS=" ws-emphist-status
                            display "RUN ABORTED -- NO MAINTENANCE WITHOUT A HISTORY TRAIL"
                        else
                            open output department-register
                            perform 100-initial-heading
      *                     the first transaction is read ahead of the processing loop
                            read department-transactions
                                at end move ws-end-file to ws-end-file-check
                            end-read
                            perform 200-process-one-transaction until ws-end-file-check equal ws-end-file
      *                     the run's counts are written at the foot of the register
                            move ws-transaction-count to rgl-transaction-count
                            move ws-applied-count to rgl-applied-count
                            move ws-rejected-count to rgl-rejected-count
                            move ws-moved-count to rgl-moved-count
                            write register-line from register-total-line after advancing ws-double-space line
                            close department-register, change-history
                        end-if
                        close employee-info
                    end-if
      *             the master lock is released only by the run that claimed it, and only once the master is closed
                    if ws-master-lock-claimed
                        perform 035-release-master-lock
                    end-if
                end-if
                close department-master
            end-if
            close department-transactions
        end-if.

      * stops the application run
       stop run.

      * Code run when perform 030-claim-master-lock is called upon; claims the shared run lock on lab6.dat by
      * writing this run's name into the lock file -- a lock file already carrying a record means another run
      * has the master, and this run refuses to start, naming the holder at the console
       030-claim-master-lock.
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
                   move "DEPTMAIN" to lk-holder-program
                   move fl-date-display to lk-lock-date
                   move fl-time-display to lk-lock-time
                   write master-lock-record
                   close master-lock
                   set ws-master-lock-claimed to true
               end-if
           end-if.

      * Code run when perform 035-release-master-lock is called upon; the run that claimed the lock empties the
      * lock file at close
       035-release-master-lock.
           open output master-lock.
           close master-lock.

      * Code run when perform 100-initial-heading is called upon
       100-initial-heading.
           write register-line from first-line.
           write register-line from register-title-line after advancing ws-single-space line.
           write register-line from spaces.

      * Code run when perform 200-process-one-transaction is called upon
       200-process-one-transaction.
      *    each transaction starts out with no images, no moves, and no disposition
           add 1 to ws-transaction-count.
           set ws-has-no-before-image to true.
           set ws-has-no-after-image to true.
           set ws-has-no-target-image to true.
           set ws-was-rejected to true.
           set ws-move-not-cleared to true.
           move zero to ws-tran-moved-count.
           move zero to ws-tran-failed-count.
           move zero to ws-live-count.
           move zero to ws-terminated-count.
           move spaces to ws-disposition.

      *    the action code chooses which maintenance verb is applied -- a CHANGE is applied outright, while a
      *    RETIRE or TRANSFER is only checked here, its employees being moved once the register shows the images
           if dx-action-code equal ws-action-change
               perform 300-apply-change
           else if dx-action-code equal ws-action-retire
               perform 400-check-retire
           else if dx-action-code equal ws-action-transfer
               perform 500-check-transfer
           else
               move "REJECTED - INVALID ACTION CODE" to ws-disposition
           end-if.

      *    the transaction and the department as it stood before are printed on the register
           perform 600-print-register-entry.

      *    a RETIRE or TRANSFER that passed its checks moves its employees now, each printed as it is moved
           if ws-move-is-cleared
               perform 700-move-department-employees
               if dx-action-code equal ws-action-retire
                   perform 450-finish-retire
               else
                   perform 550-finish-transfer
               end-if
           end-if.

      *    the after image is printed once the transaction's outcome is known
           perform 620-print-after-image.

      *    the disposition line closes out the transaction's register entry
           move ws-disposition to rrl-disposition.
           write register-line from register-result-line.

      *    the applied/rejected counts track how the transaction was disposed of
           if ws-was-applied
               add 1 to ws-applied-count
           else
               add 1 to ws-rejected-count
           end-if.

      *    read from department-transactions and make ws-end-file equal to ws-end-file-check when end of file is reached
           read department-transactions
               at end move ws-end-file to ws-end-file-check
           end-read.

      * Code run when perform 300-apply-change is called upon; replaces the department's name and/or manager --
      * a blank field on the transaction keeps the master's value
       300-apply-change.
           perform 080-read-department.
           if ws-has-no-before-image
               move "REJECTED - DEPARTMENT NOT ON FILE" to ws-disposition
           else if dx-department-name equal spaces and dx-manager-name equal spaces
               move "REJECTED - NO NAME OR MANAGER TO CHANGE" to ws-disposition
           else
               move ws-dept-before-image to ws-dept-after-image
               if dx-department-name not equal spaces
                   move dx-department-name to da-department-name
               end-if
               if dx-manager-name not equal spaces
                   move dx-manager-name to da-manager-name
               end-if
               set ws-has-after-image to true
               move ws-dept-after-image to department-record
               rewrite department-record
                   invalid key
                       move "REJECTED - DEPARTMENT NOT ON FILE" to ws-disposition
                   not invalid key
      *                a rewrite that came back with any status but success is reported and rejected
                       if ws-dept-status equal "00"
                           set ws-was-applied to true
                           move "APPLIED" to ws-disposition
                       else
                           display "DEPARTMENT " dx-department-code " REWRITE FAILED, STATUS=" ws-dept-status
                           move "REJECTED - DEPARTMENT REWRITE FAILED" to ws-disposition
                       end-if
               end-rewrite
           end-if
           end-if.

      * Code run when perform 400-check-retire is called upon; a department may only be retired once nobody is
      * left carrying its code -- with a target named, every employee is moved there first; without one, a
      * department still holding active or on-leave employees is refused, and so is one whose only remaining
      * employees are terminated, since their records would then fail the batch's department edit every cycle
       400-check-retire.
           perform 080-read-department.
           if ws-has-no-before-image
               move "REJECTED - DEPARTMENT NOT ON FILE" to ws-disposition
           else
               perform 650-count-department-employees
               if dx-target-code equal spaces
                   if ws-live-count greater than zero
                       move "REJECTED - STAFF REMAIN, NO TRANSFER TARGET" to ws-disposition
                   else if ws-terminated-count greater than zero
                       move "REJECTED - LEAVERS CARRY CODE, NO TARGET" to ws-disposition
                   else
      *                nobody carries the code, so the department comes straight off the master
                       perform 460-delete-department
                   end-if
                   end-if
               else
                   perform 090-read-target-department
                   if ws-has-no-target-image
                       move "REJECTED - TARGET DEPARTMENT NOT ON FILE" to ws-disposition
                   else if dx-target-code equal dx-department-code
                       move "REJECTED - TARGET IS THE RETIRING DEPARTMENT" to ws-disposition
                   else if ws-live-count equal zero and ws-terminated-count equal zero
                       perform 460-delete-department
                   else
                       set ws-move-is-cleared to true
                   end-if
                   end-if
                   end-if
               end-if
           end-if.

      * Code run when perform 450-finish-retire is called upon; takes the retiring department off the master once
      * its employees have been moved -- a move that failed leaves somebody on the old code, so the department
      * stays on file until a rerun moves them
       450-finish-retire.
           if ws-tran-failed-count greater than zero
               move "NOT RETIRED - EMPLOYEE MOVES FAILED" to ws-disposition
           else
               perform 460-delete-department
           end-if.

      * Code run when perform 460-delete-department is called upon
       460-delete-department.
           move dx-department-code to dm-department-code.
           delete department-master record
               invalid key
                   move "REJECTED - DEPARTMENT NOT ON FILE" to ws-disposition
               not invalid key
                   if ws-dept-status equal "00"
                       set ws-was-applied to true
                       move "APPLIED - DEPARTMENT RETIRED" to ws-disposition
                   else
                       display "DEPARTMENT " dx-department-code " DELETE FAILED, STATUS=" ws-dept-status
                       move "REJECTED - DEPARTMENT DELETE FAILED" to ws-disposition
                   end-if
           end-delete.

      * Code run when perform 500-check-transfer is called upon; a transfer needs a target on the master and at
      * least one employee to move -- the department being emptied need not be on file, so employees carrying a
      * code that was never loaded can be moved onto a real one
       500-check-transfer.
           perform 080-read-department.
           perform 090-read-target-department.
           if dx-target-code equal spaces
               move "REJECTED - NO TRANSFER TARGET GIVEN" to ws-disposition
           else if ws-has-no-target-image
               move "REJECTED - TARGET DEPARTMENT NOT ON FILE" to ws-disposition
           else if dx-target-code equal dx-department-code
               move "REJECTED - TARGET IS THE SAME DEPARTMENT" to ws-disposition
           else
               perform 650-count-department-employees
               if ws-live-count equal zero and ws-terminated-count equal zero
                   move "REJECTED - NO EMPLOYEES CARRY THE CODE" to ws-disposition
               else
                   set ws-move-is-cleared to true
               end-if
           end-if
           end-if
           end-if.

      * Code run when perform 550-finish-transfer is called upon
       550-finish-transfer.
           if ws-tran-failed-count greater than zero
               move "PARTLY APPLIED - EMPLOYEE MOVES FAILED" to ws-disposition
           else
               move "APPLIED" to ws-disposition
           end-if.
           if ws-tran-moved-count greater than zero
               set ws-was-applied to true
           end-if.

      * Code run when perform 080-read-department is called upon; reads the transaction's department by its key
      * and captures it as the before image when it is found
       080-read-department.
           set ws-has-no-before-image to true.
           move dx-department-code to dm-department-code.
           read department-master record
               invalid key
                   continue
               not invalid key
                   move department-record to ws-dept-before-image
                   set ws-has-before-image to true
           end-read.

      * Code run when perform 090-read-target-department is called upon; reads the department the employees are
      * to be moved to, so a move can never land anyone on a code that is not on the master
       090-read-target-department.
           set ws-has-no-target-image to true.
           if dx-target-code not equal spaces
               move dx-target-code to dm-department-code
               read department-master record
                   invalid key
                       continue
                   not invalid key
                       move department-record to ws-dept-target-image
                       set ws-has-target-image to true
               end-read
           end-if.

      * Code run when perform 600-print-register-entry is called upon; writes the transaction line, the department
      * as it stood before, and for a RETIRE or TRANSFER the target and the employees carrying the code
       600-print-register-entry.
           move ws-transaction-count to rtl-sequence.
           move dx-department-code to rtl-department.
           move spaces to rtl-target-label.
           move spaces to rtl-target.
           if dx-action-code equal ws-action-change
               move "CHANGE" to rtl-action
           else if dx-action-code equal ws-action-retire
               move "RETIRE" to rtl-action
           else if dx-action-code equal ws-action-transfer
               move "TRANSFER" to rtl-action
           else
               move dx-action-code to rtl-action
           end-if.
           if dx-target-code not equal spaces
               move "TO  " to rtl-target-label
               move dx-target-code to rtl-target
           end-if.
           write register-line from register-tran-line after advancing ws-single-space line.

      *    the before image side -- the department as it stood before the transaction
           if ws-has-before-image
               move "BEFORE: " to rdl-label
               move db-department-code to rdl-code
               move db-department-name to rdl-name
               move db-manager-name to rdl-manager
               write register-line from register-dept-line
           else
               move "BEFORE: " to rnl-label
               move "(NOT ON FILE)" to rnl-text
               write register-line from register-no-dept-line
           end-if.

      *    the target side, and the count of employees carrying the code, for a RETIRE or TRANSFER
           if dx-action-code equal ws-action-retire or dx-action-code equal ws-action-transfer
               if ws-has-target-image
                   move "TARGET: " to rdl-label
                   move dg-department-code to rdl-code
                   move dg-department-name to rdl-name
                   move dg-manager-name to rdl-manager
                   write register-line from register-dept-line
               end-if
               move ws-live-count to rsl-live-count
               move ws-terminated-count to rsl-terminated-count
               write register-line from register-staff-line
           end-if.

      * Code run when perform 620-print-after-image is called upon; the department as the transaction left it --
      * an applied CHANGE shows the department rewritten and an applied RETIRE shows it off the master, while a
      * TRANSFER, or anything rejected or not carried through, leaves the department as it was
       620-print-after-image.
           if ws-has-before-image
               if ws-was-applied and dx-action-code equal ws-action-change and ws-has-after-image
                   move "AFTER:  " to rdl-label
                   move da-department-code to rdl-code
                   move da-department-name to rdl-name
                   move da-manager-name to rdl-manager
                   write register-line from register-dept-line
               else if ws-was-applied and dx-action-code equal ws-action-retire
                   move "AFTER:  " to rnl-label
                   move "(RETIRED - OFF THE MASTER)" to rnl-text
                   write register-line from register-no-dept-line
               else
                   move "AFTER:  " to rnl-label
                   move "(UNCHANGED)" to rnl-text
                   write register-line from register-no-dept-line
               end-if
               end-if
           end-if.

      * Code run when perform 650-count-department-employees is called upon; walks the employee master start to
      * finish counting the employees carrying the transaction's department code, live and terminated apart
       650-count-department-employees.
           move zero to ws-live-count.
           move zero to ws-terminated-count.
           perform 670-start-master-walk.
           perform 660-count-one-employee
               until ws-end-master-check equal ws-end-file.

      * Code run when perform 660-count-one-employee is called upon
       660-count-one-employee.
           if er-department-code equal dx-department-code
               if er-employee-status equal ws-status-terminated
                   add 1 to ws-terminated-count
               else
                   add 1 to ws-live-count
               end-if
           end-if.
           read employee-info next record
               at end move ws-end-file to ws-end-master-check
           end-read.

      * Code run when perform 670-start-master-walk is called upon; positions the employee master at its first
      * record and reads it ahead of the walk
       670-start-master-walk.
           move "FALSE" to ws-end-master-check.
           move low-values to er-employee-number.
           start employee-info key is not less than er-employee-number
               invalid key
                   move ws-end-file to ws-end-master-check
           end-start.
           if ws-end-master-check not equal ws-end-file
               read employee-info next record
                   at end move ws-end-file to ws-end-master-check
               end-read
           end-if.

      * Code run when perform 700-move-department-employees is called upon; walks the employee master start to
      * finish, moving every employee carrying the department code -- whatever their status, so no leaver is
      * left on a code that is going away -- onto the target department
       700-move-department-employees.
           perform 670-start-master-walk.
           perform 710-move-one-employee
               until ws-end-master-check equal ws-end-file.

      * Code run when perform 710-move-one-employee is called upon; the record is snapshotted before the code
      * changes, rewritten in place, printed on the register, and written to the change history
       710-move-one-employee.
           if er-department-code equal dx-department-code
               move employee-record to ws-employee-before-image
               move dx-target-code to er-department-code
               rewrite employee-record
                   invalid key
                       add 1 to ws-tran-failed-count
                       display "EMPLOYEE " er-employee-number " REWRITE FAILED, STATUS=" ws-employee-info-status
                   not invalid key
                       if ws-employee-info-ok
                           add 1 to ws-tran-moved-count
                           add 1 to ws-moved-count
                           perform 720-print-move-line
                           perform 900-write-history-record
                       else
                           add 1 to ws-tran-failed-count
                           display "EMPLOYEE " er-employee-number " REWRITE FAILED, STATUS=" ws-employee-info-status
                       end-if
               end-rewrite
           end-if.
           read employee-info next record
               at end move ws-end-file to ws-end-master-check
           end-read.

      * Code run when perform 720-print-move-line is called upon
       720-print-move-line.
           move er-employee-number to rml-number.
           move er-employee-name to rml-name.
           move er-employee-status to rml-status.
           move dx-department-code to rml-from.
           move dx-target-code to rml-to.
           write register-line from register-move-line.

      * Code run when perform 900-write-history-record is called upon; appends one record to the permanent change
      * history for the employee just moved -- the record as it stood before the move, and as rewritten
       900-write-history-record.
           move er-employee-number to hx-employee-number.
           move ws-today-date to hx-change-date.
           move fl-time-display to hx-change-time.
           move "DEPTMAIN" to hx-source-program.
           move "XFER" to hx-action.
           move "Y" to hx-before-flag.
           move ws-employee-before-image to hx-before-image.
           move "Y" to hx-after-flag.
           move employee-record to hx-after-image.
           write change-history-record.
