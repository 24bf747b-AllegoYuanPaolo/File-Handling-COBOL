      *> Instructor master (INSTRUCTOR.dat), kept by INSTMNT.
      *> in-pay-type P part-time - paid per section taught by the
      *> monthly TEACHPAY run at in-rate a section, on employee
      *> number in-emp-number (EMPLOYEE-MASTER, so withholding and
      *> direct deposit follow the sales payroll); anything else is
      *> salaried and paid outside this system.
           01 instructor-record.
               02 in-id         pic x(6).
               02 in-name       pic x(20).
               02 in-phone      pic x(12).
               02 in-pay-type   pic x.
               02 in-emp-number pic 9(6).
               02 in-rate       pic 9(5)v99.
