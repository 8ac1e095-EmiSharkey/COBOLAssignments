           organization is indexed
           access mode is dynamic
           record key is er-employee-number
           alternate record key is er-department-code with duplicates
           alternate record key is er-employee-name with duplicates
           file status is ws-employee-info-status.

      *    audit-file is the append-only calculation log Lab6.cbl writes; every adjustment this pass computes is
           77  ws-salary-ceiling           pic 9(5)v9(2)
               value 99999.99.
      *    ws-employee-info-status holds the file status code returned by every operation against the indexed master
      *    -- ws-employee-info-ok takes "02" as success too, the status a write or rewrite returns when it leaves
      *    a department code or name another employee already carries on the alternate keys
           77  ws-employee-info-status     pic xx
               value "00".
              88  ws-employee-info-ok      value "00" "02".
      *    ws-audit-status holds the file status code returned by opening the audit log
           77  ws-audit-status             pic xx
               value "00".
      * is a settlement this pass itself committed; it is dated the day the retro pass ran, so it is matched by
      * order instead: the history is appended chronologically, so a settlement that follows the apply record
      * the stamp matched belongs to that cycle and overwrites its figures -- that is what stops a rerun of this
      * pass treating an already-settled salary as a fresh correction and compounding the increase. an OFFCYC
      * record is an off-cycle adjustment OffCycle.cbl committed after the apply run -- it moved the salary the
      * apply run left, but it was not a correction to it and was sent the bureau on its own extract, so it only
      * carries the salary forward and leaves the cycle's paid increase alone
       030-check-one-history.
           if hx-action equal "APPLY"
               move hx-employee-number to er-employee-number
               if ws-audit-was-found
                   perform 045-capture-history-figures
               end-if
           else
           if hx-action equal "OFFCYC"
               move hx-employee-number to er-employee-number
               perform 210-find-apply-audit
               if ws-audit-was-found
                   perform 047-capture-offcycle-salary
               end-if
           end-if
           end-if
           end-if.
           read change-history
               ha-employee-salary - hb-employee-salary.
           move ha-employee-salary to apl-audited-new-salary(ws-audit-ix).

      * Code run when perform 047-capture-offcycle-salary is called upon; the salary the off-cycle adjustment
      * moved to becomes the figure the master is expected to stand at, so the retro pass does not read the
      * raise as a correction -- the increase paid for the cycle is unchanged
       047-capture-offcycle-salary.
           move hx-after-image to ha-record-image.
           move ha-employee-salary to apl-audited-new-salary(ws-audit-ix).

      * Code run when perform 210-find-apply-audit is called upon; walks the apply-record table for the employee
      * number currently in er-employee-number
       210-find-apply-audit.
                   move er-employee-salary to ws-corrected-base
                   move ws-corrected-new-salary to er-employee-salary
                   rewrite employee-record
                   if not ws-employee-info-ok
                       move er-employee-number to rnl-number
                       move er-employee-name to rnl-name
                       move "MASTER REWRITE FAILED - SKIPPED" to rnl-note
