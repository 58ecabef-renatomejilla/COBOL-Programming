      *>              vacation from five years of service) and
      *>              stamps LVB-LAST-ACCRUAL (YYYYMM) so a month
      *>              never accrues twice; WS-LEAVE-APPLY deducts
      *>              approved requests; WS-LEAVE-YEAREND brings the
      *>              vacation balance down to the carry-over cap at
      *>              year end. COPY this under the FD of
      *>              every program that reads or writes
      *>              leavebal.dat.
       01 LEAVE-BALANCE-RECORD.
