           organization is indexed
           access mode is dynamic
           record key is er-employee-number
           alternate record key is er-department-code with duplicates
           alternate record key is er-employee-name with duplicates
           file status is ws-employee-info-status.

      *    department-master is the indexed department reference file the other programs validate against; here it
