      *|   VERIFY THE CALLER AGAINST THE ADDRESS ON FILE; WHEN THE     |
      *|   REGION'S CONTACT BIT IS OFF, OR NO ADDRESS HAS BEEN KEYED   |
      *|   YET, THE FIELDS SHOW BLANK.                                 |
      *|   ACCRUED INTEREST AND FEES OWED ARE PAINTED ON LINE 16 FROM  |
      *|   CSRGRES-ACCRUAL-DATA, UNDER THE SAME BALANCE BIT AS THE     |
      *|   PRINCIPAL, SO THE TELLER QUOTES WHAT IS OWED, NOT JUST THE  |
      *|   PRINCIPAL.                                                  |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSRGTLR.
      *    PAYMENT REVERSAL MUST NOT PAINT AS A POSITIVE AMOUNT.
       01 WS-PRIN-BAL-EDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-PMT-AMT-EDIT            PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-ACCR-INT-EDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-FEES-DUE-EDIT           PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-RESP                   PIC S9(8) COMP.
       01 WS-OUT-COMMAREA            PIC X(01) VALUE 'Y'.
      *    CITY/STATE/ZIP COMBINED ONTO ONE 39-BYTE MAP LINE.
           MOVE CSRGRES-LAST-PMT-AMOUNT OF WS-ROW-AREA TO
                WS-PMT-AMT-EDIT
           MOVE WS-PMT-AMT-EDIT TO LASTPAMTO
           MOVE CSRGRES-ACCRUED-INT OF WS-ROW-AREA TO
                WS-ACCR-INT-EDIT
           MOVE WS-ACCR-INT-EDIT TO ACCRINTO
           MOVE CSRGRES-FEES-DUE OF WS-ROW-AREA TO WS-FEES-DUE-EDIT
           MOVE WS-FEES-DUE-EDIT TO FEESDUEO
           MOVE CSRGRES-ADDR-LINE1 OF WS-ROW-AREA TO ADDR1O
           MOVE CSRGRES-ADDR-LINE2 OF WS-ROW-AREA TO ADDR2O
           MOVE CSRGRES-CITY OF WS-ROW-AREA TO WS-CSZ-CITY
