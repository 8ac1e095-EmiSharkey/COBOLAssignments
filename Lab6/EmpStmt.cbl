           organization is indexed
           access mode is dynamic
           record key is er-employee-number
           alternate record key is er-department-code with duplicates
           alternate record key is er-employee-name with duplicates
           file status is ws-employee-info-status.

      *    department-master supplies each cover sheet's department name and the manager it is addressed to
