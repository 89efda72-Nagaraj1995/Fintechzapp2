                TO CSRGRES-NEXT-DUE-DATE IN DFHCOMMAREA(WS-ROW-INDEX)
           MOVE CSRGRES-CONTACT-DATA OF WS-ROW-AREA
                TO CSRGRES-CONTACT-DATA IN DFHCOMMAREA(WS-ROW-INDEX)
           MOVE CSRGRES-ACCRUAL-DATA OF WS-ROW-AREA
                TO CSRGRES-ACCRUAL-DATA IN DFHCOMMAREA(WS-ROW-INDEX)
           MOVE CSRGRES-AS-OF-DATE OF WS-ROW-AREA
                TO CSRGRES-AS-OF-DATE IN DFHCOMMAREA(WS-ROW-INDEX)
           EXIT.
       END PROGRAM CBSCSRB.
