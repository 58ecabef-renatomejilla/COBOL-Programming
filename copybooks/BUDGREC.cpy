      *>              budgeted monthly salary mass per fiscal year,
      *>              branch and grade. Maintained by
      *>              WS-BUDGET-MAINT; joined to employee.dat
      *>              actuals by WS-BUDGET-VARIANCE, and checked by
      *>              WS-REQN-MAINT before a requisition is approved.
      *>              COPY this under the FD of every program that
      *>              reads or writes hcbudget.dat.
       01 BUDGET-RECORD.
           05 BGT-FISCAL-YEAR  PIC 9(4).
           05 BGT-BRANCH       PIC X(15).
