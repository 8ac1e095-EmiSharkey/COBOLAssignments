      * Description:   Operations utility that clears the shared run lock
      *                on the employee master. A run that dies mid-file
      *                leaves its name in lab6lock.dat, and every later
      *                maintenance, correction, retro, off-cycle, or apply
      *                run is then refused. This program shows who holds
      *                the lock and when they claimed it, asks the operator
      *                to confirm they have checked that run is really
      *                dead, and only then empties the lock file. Anything
      *                but a "Y" leaves the lock exactly as it stands.
      *
      * Companion To:  Lab6.cbl / EmpMaint.cbl / RejCycle.cbl /
      *                RetroAdj.cbl / DeptMaint.cbl / OffCycle.cbl, which
      *                claim and release the lock this program clears after
      *                a crash

       identification division.
       program-id. lockclr.
