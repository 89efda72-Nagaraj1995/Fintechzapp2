           MOVE 0 TO CSRGRES-LAST-PMT-AMOUNT OF WS-ROW-AREA
           MOVE SPACES TO CSRGRES-NEXT-DUE-DATE OF WS-ROW-AREA
           MOVE SPACES TO CSRGRES-CONTACT-DATA OF WS-ROW-AREA
           MOVE 0 TO CSRGRES-ACCRUED-INT OF WS-ROW-AREA
           MOVE 0 TO CSRGRES-FEES-DUE OF WS-ROW-AREA
           MOVE SPACES TO CSRGRES-AS-OF-DATE OF WS-ROW-AREA
           EXIT.
       PUT-REPLY.
      *    MQPUT1 - OPEN/PUT/CLOSE IN ONE CALL; REPLIES GO WHEREVER
