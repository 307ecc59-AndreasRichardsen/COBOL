      * One employer in Employers.dat, the register EmployerRegister
      * keeps. The first employer added is the main job and carries
      * EmpMainFlag "Y": a work entry with no WorkEmployer.dat link,
      * and a PayRates.dat, DeductRules.dat or HolidayAccrual.dat
      * record with a blank employer code, belongs to it.
           02 EmpCode           PIC X(6).
           02 EmpName           PIC X(30).
           02 EmpMainFlag       PIC X.
              88 EmpIsMain      VALUE "Y".
