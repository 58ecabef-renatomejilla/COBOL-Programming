      *> Author:      Renato D. Mejilla
      *> Description: SOD-RULE-RECORD layout for sodrules.dat, the
      *>              segregation-of-duties rules: pairs of function
      *>              codes (as on operfunc.dat) that one operator
      *>              must not hold together - maintaining bank
      *>              accounts and disbursing pay, raising a user
      *>              change and approving it. The order of the pair
      *>              does not matter. SOD-ENFORCE "R" makes
      *>              OPER-FUNC-MAINT refuse a grant that completes
      *>              the pair, "W" only warns and asks. Maintained
      *>              by SOD-RULE-MAINT; SOD-REPORT lists operators
      *>              who hold, or have actually used, both halves.
       01 SOD-RULE-RECORD.
           05 SOD-FUNC-A       PIC XX.
           05 SOD-FUNC-B       PIC XX.
           05 SOD-ENFORCE      PIC X.
              88 SOD-WARN          VALUE "W".
              88 SOD-REFUSE        VALUE "R".
           05 SOD-DESC         PIC X(40).
