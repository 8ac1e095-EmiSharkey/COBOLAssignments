
       file-control.
      *    old-employee-info is the master as it stands today, in the layout the programs declared before the
      *    status code and its effective date were added; it is only ever read. It is declared on its prime key
      *    alone, as the old file was built, since an indexed file must be opened with the keys it was built with
           select old-employee-info assign to "../../employee/lab6.dat"
           organization is indexed
           access mode is dynamic
           file status is ws-old-status.

      *    new-employee-info is the converted master, built alongside the old one so the cutover is a rename the
      *    operator makes only after the counts agree; it is built with the department code and name alternate keys
      *    every program that opens lab6.dat declares
           select new-employee-info assign to "../../employee/lab6new.dat"
           organization is indexed
           access mode is dynamic
           record key is ner-employee-number
           alternate record key is ner-department-code with duplicates
           alternate record key is ner-employee-name with duplicates
           file status is ws-new-status.

       data division.
