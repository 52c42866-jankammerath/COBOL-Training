                IF WS-BORROW-MM = 2
                     PERFORM LEAP-YEAR-CHECK-PARA
                END-IF
                IF BDD > WS-BORROW-DAYS
                     MOVE WS-BORROW-DAYS TO BDD
                END-IF
                COMPUTE BDD = WS-BORROW-DAYS - BDD
                COMPUTE BDD = DD + BDD
                IF BMM = 0
                     MOVE 11 TO BMM
                ELSE
                     SUBTRACT 1 FROM BMM
                END-IF
           ELSE
                COMPUTE BDD = DD - BDD.

