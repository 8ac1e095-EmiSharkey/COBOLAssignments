           file status is ws-dept-backup-status.

      *    new-employee-info is the rebuilt employee master, built alongside the live one so the cutover is a
      *    rename the operator makes only after the counts and hash agree -- the way EmpConv.cbl cuts over --
      *    and built with the department code and name alternate keys every program that opens lab6.dat declares
           select new-employee-info assign to "../../employee/lab6new.dat"
           organization is indexed
           access mode is dynamic
           record key is ner-employee-number
           alternate record key is ner-department-code with duplicates
           alternate record key is ner-employee-name with duplicates
           file status is ws-new-employee-status.

      *    new-department-master is the rebuilt department master, built alongside the live one the same way
