      *> Author:      Renato D. Mejilla
      *> Description: ASSET-RECORD layout for assets.dat, the company
      *>              property issued to each employee - laptops,
      *>              IDs, keys, phones, uniforms - keyed by EMP-ID
      *>              and asset tag, with the tag alone as an
      *>              alternate key so a tag cannot be out to two
      *>              people at once. AST-STATUS is O while the item
      *>              is with the employee, R once returned (return
      *>              date and condition recorded), C when its value
      *>              was charged against the final pay, W when
      *>              written off. Maintained by WS-ASSET-MAINT; read
      *>              by CLEARCHK and WS-CLEARANCE for the separation
      *>              clearance and by WS-FINAL-PAY, which offers the
      *>              value of items still out as a deduction. COPY
      *>              this under the FD of every program that reads
      *>              or writes assets.dat.
       01 ASSET-RECORD.
           05 AST-KEY.
              10 AST-EMP-ID       PIC 9(6).
              10 AST-TAG          PIC X(12).
           05 AST-TYPE            PIC X(8).
              88 AST-VALID-TYPE   VALUE "LAPTOP" "ID" "KEY" "PHONE"
                                        "UNIFORM" "OTHER".
           05 AST-DESCRIPTION     PIC X(30).
           05 AST-VALUE           PIC 9(7)V99.
           05 AST-ISSUE-DATE      PIC 9(8).
           05 AST-ISSUED-BY       PIC X(8).
           05 AST-RETURN-DATE     PIC 9(8).
           05 AST-CONDITION       PIC X.
              88 AST-GOOD         VALUE "G".
              88 AST-DAMAGED      VALUE "D".
           05 AST-STATUS          PIC X.
              88 AST-OUT          VALUE "O".
              88 AST-RETURNED     VALUE "R".
              88 AST-CHARGED      VALUE "C".
              88 AST-WRITTEN-OFF  VALUE "W".
