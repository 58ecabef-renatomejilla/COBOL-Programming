      *>              empty matrix changes nothing. Maintained by
      *>              OPER-FUNC-MAINT; checked through FUNCAUTH
      *>              rather than by reading this file directly.
      *>              The code "--" grants nothing: WS-RECERT leaves
      *>              it when a recertification revokes an
      *>              operator's last function, so the operator
      *>              stays on the matrix with no functions instead
      *>              of falling back to every function.
       01 FUNC-PERM-RECORD.
           05 FNP-OPER-ID      PIC X(8).
           05 FNP-FUNCTION     PIC XX.
