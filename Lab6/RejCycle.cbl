           organization is indexed
           access mode is dynamic
           record key is er-employee-number
           alternate record key is er-department-code with duplicates
           alternate record key is er-employee-name with duplicates
           file status is ws-employee-info-status.

      *    department-master is the indexed department reference file corrected department codes are validated
           77  ws-double-space             pic 9
               value 2.
      *    ws-employee-info-status holds the file status code returned by every operation against the indexed master
      *    -- ws-employee-info-ok takes "02" as success too, the status a write or rewrite returns when it leaves
      *    a department code or name another employee already carries on the alternate keys
           77  ws-employee-info-status     pic xx
               value "00".
              88  ws-employee-info-ok      value "00" "02".
      *    ws-reject-status holds the file status code returned by opening the reject file
           77  ws-reject-status            pic xx
               value "00".
           perform 050-validate-employee-record.
           if ws-record-is-valid
               rewrite employee-record
               if ws-employee-info-ok
                   move "CORRECTED AND APPLIED TO MASTER" to ws-disposition
                   add 1 to ws-corrected-count
                   perform 900-write-history-record
