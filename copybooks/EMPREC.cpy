      *>       statutory retention period, with the effective date
      *>       (YYYYMMDD) and the reason code (RS resigned,
      *>       RT retired, TE terminated, ED end of contract,
      *>       DE deceased) kept beside it. HR-HIRE-LOAD reactivates
      *>       a separated record when the person is hired again,
      *>       unless the reason is on the NO-REHIRE-REASONS sysparm.
           05 EMP-STATUS      PIC X.
              88 EMP-ACTIVE       VALUE "A" " ".
              88 EMP-ON-LEAVE     VALUE "L".
      *>       through DEPTVAL at entry. Converted records carry
      *>       spaces here until maintained.
           05 EMP-DEPT        PIC X(10).
      *>       Supervisor's EMP-ID, the reporting line that approvals
      *>       and the org chart follow; zero for the head of the
      *>       organization or until maintained through WS-EMP-MAINT,
      *>       which keeps it pointing at an active employee and
      *>       refuses a chain that loops back. Records written
      *>       before the field existed carry spaces here, so
      *>       readers test IS NUMERIC before using it.
           05 EMP-SUPERVISOR  PIC 9(6).
