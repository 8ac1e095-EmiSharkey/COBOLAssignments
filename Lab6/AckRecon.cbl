      *                extract are listed too. A run with any
      *                unacknowledged detail hands a nonzero return code
      *                back, so the scheduler can hold the cycle's close.
      *                The scheduler's ACKCTL.DAT control record names the
      *                extract to balance: P the cycle's PAYEXT.DAT against
      *                the bureau's BUREAURT.DAT, or O OffCycle.cbl's
      *                OFFCYEXT.DAT against the bureau's OFFCYRT.DAT -- the
      *                two extracts share one layout, the off-cycle one
      *                carrying its effective date as well. With no control
      *                file the payroll extract is balanced, as it always
      *                was, so the job never waits on the console.
      *
      * Companion To:  Lab6.cbl, whose 177-write-extract-record writes the
      *                extract details this program balances the bureau's
      *                responses against, and OffCycle.cbl, whose off-cycle
      *                extract is balanced the same way

       identification division.
       program-id. ackrecon.
           organization is line sequential
           file status is ws-extract-status.

      *    offcycle-extract is the off-cycle interface file OffCycle.cbl sent the bureau, in the same layout with
      *    the effective date added; here it is only ever read back
           select offcycle-extract assign to "OFFCYEXT.DAT"
           organization is line sequential
           file status is ws-extract-status.

      *    bureau-response carries the bureau's return file: one response per employee they processed, saying the
      *    record loaded or bounced, with their reason when it bounced
           select bureau-response assign to "BUREAURT.DAT"
           organization is line sequential
           file status is ws-response-status.

      *    offcycle-response carries the bureau's return file for the off-cycle extract, in the same layout
           select offcycle-response assign to "OFFCYRT.DAT"
           organization is line sequential
           file status is ws-response-status.

      *    ack-control carries the scheduler's one control record naming the extract to balance; the file is
      *    optional, and without it the cycle's payroll extract is balanced
           select ack-control assign to "ACKCTL.DAT"
           organization is line sequential
           file status is ws-control-status.

      *    ack-register is the printed acknowledgment register showing how the bureau disposed of every extract detail
           select ack-register assign to "ACKREG.OUT"
           organization is line sequential.
      *    lines from the file
           fd payroll-extract
               data record is payroll-extract-record.
      *    payroll-extract-record is read into extract-line in working storage, where its fields are laid out
           01 payroll-extract-record pic x(34).

      *    file description for offcycle-extract that states that offcycle-extract-record will be used to store
      *    the lines from the file
           fd offcycle-extract
               data record is offcycle-extract-record.
      *    offcycle-extract-record is read into extract-line in working storage the same way
           01 offcycle-extract-record pic x(34).

      *    file description for bureau-response that states that bureau-response-record will be used to store the
      *    lines from the file
           fd bureau-response
               data record is bureau-response-record.
      *    bureau-response-record is read into response-line in working storage, where its fields are laid out
           01 bureau-response-record pic x(34).

      *    file description for offcycle-response that states that offcycle-response-record will be used to store
      *    the lines from the file
           fd offcycle-response
               data record is offcycle-response-record.
      *    offcycle-response-record is read into response-line in working storage the same way
           01 offcycle-response-record pic x(34).

      *    file description for ack-control that states that ack-control-record will be used to store the one
      *    line read from the file
           fd ack-control
               data record is ack-control-record.
      *    ack-control-record carries the extract to balance: P the payroll extract, O the off-cycle extract
           01 ack-control-record.
               05 ac-extract-choice        pic x.

      *    file description for ack-register that states that register-line will be used to store the lines
      *    written to the file
      *    ws-response-status holds the file status code returned by opening the bureau's return file
           77  ws-response-status          pic xx
               value "00".
      *    ws-control-status holds the file status code returned by opening the control file, used to detect
      *    whether one was supplied for this run
           77  ws-control-status           pic xx
               value "00".
      *    ws-extract-choice holds which extract the control record asked to balance: P the cycle's payroll
      *    extract, O the off-cycle extract
           77  ws-extract-choice           pic x
               value space.
              88  ws-balance-payroll       value "P".
              88  ws-balance-offcycle      value "O".
      *    ws-selection-valid is used as a switch to indicate whether the control record's choice can be balanced
           77  ws-selection-valid          pic x
               value "N".
              88  ws-selection-is-valid    value "Y".
              88  ws-selection-is-invalid  value "N".
      *    ws-response-count holds how many responses were loaded off the return file
           77  ws-response-count           pic 9(5)
               value 0.
               value "N".
              88  ws-trailer-was-seen      value "Y".
              88  ws-trailer-not-seen      value "N".
      *    extract-line carries one extract line, from whichever extract is being balanced: the header, a detail,
      *    or the trailer, told apart by the type byte, with the detail and trailer fields overlaying the same
      *    bytes Lab6.cbl and OffCycle.cbl wrote them into -- the effective date is blank on a payroll extract
      *    detail, which never carried one
           01  extract-line.
               05 px-record-type           pic x.
               05 px-record-body           pic x(33).
               05 px-detail-view redefines px-record-body.
                   10 pxd-employee-number  pic x(3).
                   10 pxd-position-code    pic 9.
                   10 pxd-percent          pic 9(3)v9(2).
                   10 pxd-increase         pic 9(6)v9(2).
                   10 pxd-new-salary       pic 9(6)v9(2).
                   10 pxd-effective-date   pic x(8).
               05 px-trailer-view redefines px-record-body.
                   10 pxt-detail-count     pic 9(6).
                   10 pxt-increase-hash    pic 9(9)v9(2).
                   10 pxt-salary-hash      pic 9(9)v9(2).
                   10 filler               pic x(5).
      *    response-line carries one response, from whichever return file answers the extract: the employee it
      *    answers, whether that employee loaded ("C") or bounced ("B"), and the bureau's reason when it bounced
           01  response-line.
               05 br-employee-number       pic x(3).
               05 br-response-code         pic x.
               05 br-reason-text           pic x(30).
      *    ws-response-table holds the bureau's return file, keyed by employee number, loaded before the extract
      *    is worked down so each detail can look its response up directly; the used flag lets responses the
      *    extract never claimed be listed at the end
               05  filler              pic x(33)
                   value "BUREAU ACKNOWLEDGMENT REGISTER".

      *    register-source-line names the extract and the return file the register balances
           01  register-source-line.
               05  filler              pic x(1)  value spaces.
               05  filler              pic x(9)  value "EXTRACT: ".
               05  rsl-extract-name    pic x(12).
               05  filler              pic x(11) value "  RETURNS: ".
               05  rsl-response-name   pic x(12).

      *    register-detail-line reports one extract detail and how the bureau disposed of it
           01  register-detail-line.
               05  filler              pic x(1)  value spaces.
      * fl-time-display stores the present time
        accept fl-time-display from time.

      * the control record names the extract to balance -- the cycle's payroll extract or the off-cycle one
        perform 005-accept-selection.

        if ws-selection-is-valid
      *     the bureau's return file is loaded into its table first, so each extract detail can look its response up
            perform 020-load-responses

      *     the extract is opened; a run with no readable extract has nothing to balance the responses against
            perform 040-open-extract
            if ws-extract-status not equal "00"
                display "EXTRACT COULD NOT BE OPENED, STATUS=" ws-extract-status
            else
                open output ack-register
                perform 100-initial-heading
      *         the first extract line is read ahead of the matching loop
                perform 060-read-extract-line
                perform 200-process-one-extract-line
                    until ws-end-file-check equal ws-end-file
      *         responses the extract never claimed are each an answer to a question we never asked -- they are
      *         listed so a mispunched employee number on either side always surfaces somewhere
                perform 500-list-orphan-responses
      *         the run's disposition counts are written at the foot of the register
                move ws-detail-count to rgl-detail-count
                move ws-confirmed-count to rgl-confirmed
                move ws-bounced-count to rgl-bounced
                move ws-unacked-count to rgl-unacked
                move ws-orphan-count to rgl-orphans
                write register-line from register-total-line after advancing ws-double-space line
      *         the trailer's own count is balanced against the details actually read, so a truncated extract file
      *         cannot quietly understate what was sent
                if ws-trailer-not-seen
                    display "EXTRACT HAS NO TRAILER - FILE MAY BE TRUNCATED"
                else
                    if ws-trailer-count not equal ws-detail-count
                        display "EXTRACT TRAILER COUNT DISAGREES WITH DETAILS READ - FILE MAY BE TRUNCATED"
                    end-if
                end-if
                close ack-register
                perform 045-close-extract
            end-if
        end-if.

      * an unacknowledged detail is an increase that silently never reached payroll -- the nonzero return code
      * stops the application run
       stop run.

      * Code run when perform 005-accept-selection is called upon; reads the control file's one record -- no
      * control file, or a blank choice, balances the cycle's payroll extract, as this program always has. the
      * choice is never asked at the console, so an unattended run cannot stop and wait on it; a choice that is
      * neither P nor O balances nothing and hands back a nonzero return code for the scheduler to stop on
       005-accept-selection.
           set ws-selection-is-invalid to true.
           move space to ws-extract-choice.
           open input ack-control.
           if ws-control-status equal "00"
               read ack-control
                   at end continue
                   not at end move ac-extract-choice to ws-extract-choice
               end-read
               close ack-control
           end-if.
           if ws-extract-choice equal space
               set ws-balance-payroll to true
           end-if.
           if ws-balance-payroll or ws-balance-offcycle
               set ws-selection-is-valid to true
           else
               display "ACKCTL.DAT EXTRACT MUST BE P OR O - NOTHING BALANCED"
               move 8 to return-code
           end-if.

      * Code run when perform 020-load-responses is called upon; reads the whole return file into
      * ws-response-table -- a missing return file simply means every detail will show unacknowledged
       020-load-responses.
           if ws-balance-offcycle
               open input offcycle-response
           else
               open input bureau-response
           end-if.
           if ws-response-status equal "00"
               perform 035-read-response-line
               perform 030-load-one-response
                   until ws-end-response-check equal ws-end-file
               if ws-balance-offcycle
                   close offcycle-response
               else
                   close bureau-response
               end-if
           else
               display "NO BUREAU RESPONSE FILE, STATUS=" ws-response-status
           end-if.
           else
               display "MORE RESPONSES THAN THE TABLE HOLDS - EXCESS IGNORED"
           end-if.
           perform 035-read-response-line.

      * Code run when perform 035-read-response-line is called upon; reads the next response off whichever return
      * file answers the extract being balanced
       035-read-response-line.
           move spaces to response-line.
           if ws-balance-offcycle
               read offcycle-response into response-line
                   at end move ws-end-file to ws-end-response-check
               end-read
           else
               read bureau-response into response-line
                   at end move ws-end-file to ws-end-response-check
               end-read
           end-if.

      * Code run when perform 040-open-extract is called upon
       040-open-extract.
           if ws-balance-offcycle
               open input offcycle-extract
           else
               open input payroll-extract
           end-if.

      * Code run when perform 045-close-extract is called upon
       045-close-extract.
           if ws-balance-offcycle
               close offcycle-extract
           else
               close payroll-extract
           end-if.

      * Code run when perform 060-read-extract-line is called upon; reads the next line off whichever extract is
      * being balanced -- a payroll extract line is a byte shorter, so the line is blanked first and the detail's
      * effective date reads as spaces
       060-read-extract-line.
           move spaces to extract-line.
           if ws-balance-offcycle
               read offcycle-extract into extract-line
                   at end move ws-end-file to ws-end-file-check
               end-read
           else
               read payroll-extract into extract-line
                   at end move ws-end-file to ws-end-file-check
               end-read
           end-if.

      * Code run when perform 100-initial-heading is called upon
       100-initial-heading.
           write register-line from first-line.
           write register-line from register-title-line after advancing ws-single-space line.
           if ws-balance-offcycle
               move "OFFCYEXT.DAT" to rsl-extract-name
               move "OFFCYRT.DAT" to rsl-response-name
           else
               move "PAYEXT.DAT" to rsl-extract-name
               move "BUREAURT.DAT" to rsl-response-name
           end-if.
           write register-line from register-source-line after advancing ws-single-space line.
           write register-line from spaces after advancing ws-single-space line.

      * Code run when perform 200-process-one-extract-line is called upon; a detail is matched against the
      * response table, the header is passed over, and the trailer's count is captured for the balancing check
               set ws-trailer-was-seen to true
               move pxt-detail-count to ws-trailer-count
           end-if.
           perform 060-read-extract-line.

      * Code run when perform 250-match-one-detail is called upon; finds this detail's response and words its
      * register line -- a detail with no response at all is the case nothing used to catch
