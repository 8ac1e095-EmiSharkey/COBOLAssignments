           organization is indexed
           access mode is dynamic
           record key is er-employee-number
           alternate record key is er-department-code with duplicates
           alternate record key is er-employee-name with duplicates
           file status is ws-employee-info-status.

      *    department-master is the indexed department reference file every after image's department code is
           77  ws-single-space             pic 9
               value 1.
      *    ws-employee-info-status holds the file status code returned by every operation against the indexed employee-info file
      *    -- ws-employee-info-ok takes "02" as success too, the status a write or rewrite returns when it leaves
      *    a department code or name another employee already carries on the alternate keys
           77  ws-employee-info-status     pic xx
               value "00".
              88  ws-employee-info-ok      value "00" "02".
      *    ws-transaction-status holds the file status code returned by opening maintenance-transactions
           77  ws-transaction-status       pic xx
               value "00".
                   not invalid key
      *                a write that came back with any status but success -- locked, i-o error -- is reported
      *                and rejected instead of being claimed as applied
                       if ws-employee-info-ok
                           set ws-was-applied to true
                           move "APPLIED" to ws-disposition
                       else
                       not invalid key
      *                    a rewrite that came back with any status but success -- locked, i-o error -- is
      *                    reported and rejected instead of being claimed as applied
                           if ws-employee-info-ok
                               set ws-was-applied to true
                               move "APPLIED" to ws-disposition
                           else
                           move "REJECTED - EMPLOYEE NOT ON FILE" to ws-disposition
                       not invalid key
      *                    a rewrite that came back with any status but success is reported and rejected
                           if ws-employee-info-ok
                               set ws-was-applied to true
                               move "APPLIED" to ws-disposition
                           else
                       move "REJECTED - EMPLOYEE NOT ON FILE" to ws-disposition
                   not invalid key
      *                a rewrite that came back with any status but success is reported and rejected
                       if ws-employee-info-ok
                           set ws-was-applied to true
                           move "APPLIED - TERMINATED, RETAINED ON MASTER" to ws-disposition
                       else
