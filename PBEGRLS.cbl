              WHEN WHS-FUNC-TYPE = 'B' OR WHS-FUNC-TYPE = 'U'
                   OR WHS-FUNC-TYPE = 'T'
                 PERFORM H240-CHECK-ACTIVE
              WHEN WHS-FUNC-TYPE = 'A' OR WHS-FUNC-TYPE = 'M'
                   OR WHS-FUNC-TYPE = 'V'
                 CONTINUE
              WHEN OTHER
                 PERFORM H245-CHECK-NOT-CLOSED
           END-EVALUATE.
