         7 CSRGRES-ZIP PIC X(10).
         7 CSRGRES-PHONE PIC X(15).
         7 CSRGRES-EMAIL PIC X(50).
         5 CSRGRES-ACCRUAL-DATA.
         7 CSRGRES-ACCRUED-INT PIC S9(11)V99 COMP-3.
         7 CSRGRES-FEES-DUE PIC S9(9)V99 COMP-3.
         5 CSRGRES-AS-OF-DATE PIC X(10).
       PROCEDURE DIVISION USING AZ-TEST
           DFHEIBLK DFHCOMMAREA.
      * START
         7 CSRGRES-ZIP PIC X(10).
         7 CSRGRES-PHONE PIC X(15).
         7 CSRGRES-EMAIL PIC X(50).
         5 CSRGRES-ACCRUAL-DATA.
         7 CSRGRES-ACCRUED-INT PIC S9(11)V99 COMP-3.
         7 CSRGRES-FEES-DUE PIC S9(9)V99 COMP-3.
         5 CSRGRES-AS-OF-DATE PIC X(10).
       PROCEDURE DIVISION.
      * SET INPUT VALUE
           ENTRY "PGM_INPT_CBSCSRG" USING AZ-TEST AZ-INFO-BLOCK
