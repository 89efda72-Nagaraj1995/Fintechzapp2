      *+---------------------------------------------------------------+
      *| CSRGCRB                                                       |
      *|   CREDIT BUREAU REPORTING RECORDS WRITTEN BY CBSCRBUR - THE   |
      *|   METRO 2 (CDIA) 426-BYTE CHARACTER FORMAT: ONE HEADER, ONE   |
      *|   BASE SEGMENT PER REPORTED ACCOUNT, ONE TRAILER. FIXED-      |
      *|   LENGTH, SO EVERY RECORD DESCRIPTOR WORD IS 0426. ALL        |
      *|   NUMBERS ARE UNSIGNED ZONED, ZERO-FILLED, WHOLE DOLLARS;     |
      *|   DATES ARE MMDDYYYY, ZEROS WHEN NOT KNOWN. THE RECORD        |
      *|   IDENTIFIER ('HEADER'/'TRAILER') SITS AT OFFSET 5 OF ITS     |
      *|   RECORD; A BASE SEGMENT CARRIES THE PROCESSING INDICATOR     |
      *|   THERE, SO A READER TELLS THE THREE APART BY THAT FIELD.     |
      *|   THE TRAILER CARRIES THE CONTROL COUNTS THE BUREAUS BALANCE  |
      *|   THE FILE AGAINST - TOTAL BASE SEGMENTS AND THE NUMBER OF    |
      *|   BASE SEGMENTS IN EACH ACCOUNT STATUS CODE.                  |
      *+---------------------------------------------------------------+
       01 CSRGCRB-HEADER.
         03 CSRGCRB-HDR-RDW PIC 9(04).
         03 CSRGCRB-HDR-IDENT PIC X(06).
         03 CSRGCRB-HDR-CYCLE PIC X(02).
         03 CSRGCRB-HDR-INNOVIS-ID PIC X(10).
         03 CSRGCRB-HDR-EQUIFAX-ID PIC X(10).
         03 CSRGCRB-HDR-EXPERIAN-ID PIC X(05).
         03 CSRGCRB-HDR-TRANSUNION-ID PIC X(10).
         03 CSRGCRB-HDR-ACTIVITY-DATE PIC 9(08).
         03 CSRGCRB-HDR-CREATED-DATE PIC 9(08).
         03 CSRGCRB-HDR-PROGRAM-DATE PIC 9(08).
         03 CSRGCRB-HDR-REVISION-DATE PIC 9(08).
         03 CSRGCRB-HDR-REPORTER-NAME PIC X(40).
         03 CSRGCRB-HDR-REPORTER-ADDR PIC X(96).
         03 CSRGCRB-HDR-REPORTER-PHONE PIC X(10).
         03 CSRGCRB-HDR-VENDOR-NAME PIC X(40).
         03 CSRGCRB-HDR-VENDOR-VERSION PIC X(05).
         03 CSRGCRB-HDR-PRBC-ID PIC X(10).
         03 CSRGCRB-HDR-RESERVED PIC X(146).
       01 CSRGCRB-BASE.
         03 CSRGCRB-RDW PIC 9(04).
         03 CSRGCRB-PROC-IND PIC X(01).
         03 CSRGCRB-TIME-STAMP PIC X(14).
         03 CSRGCRB-CORRECTION-IND PIC X(01).
         03 CSRGCRB-IDENT-NO PIC X(20).
         03 CSRGCRB-CYCLE PIC X(02).
         03 CSRGCRB-CONS-ACCT-NO PIC X(30).
         03 CSRGCRB-PORTFOLIO-TYPE PIC X(01).
         03 CSRGCRB-ACCT-TYPE PIC X(02).
         03 CSRGCRB-DATE-OPENED PIC 9(08).
         03 CSRGCRB-CREDIT-LIMIT PIC 9(09).
         03 CSRGCRB-HIGHEST-CREDIT PIC 9(09).
         03 CSRGCRB-TERMS-DURATION PIC X(03).
         03 CSRGCRB-TERMS-FREQ PIC X(01).
         03 CSRGCRB-SCHED-PMT PIC 9(09).
         03 CSRGCRB-ACTUAL-PMT PIC 9(09).
         03 CSRGCRB-ACCT-STATUS PIC X(02).
           88 CSRGCRB-ST-CURRENT VALUE '11'.
           88 CSRGCRB-ST-PAID-CLOSED VALUE '13'.
           88 CSRGCRB-ST-PD-30 VALUE '71'.
           88 CSRGCRB-ST-PD-60 VALUE '78'.
           88 CSRGCRB-ST-PD-90 VALUE '80'.
           88 CSRGCRB-ST-PD-120 VALUE '82'.
           88 CSRGCRB-ST-PD-150 VALUE '83'.
           88 CSRGCRB-ST-PD-180 VALUE '84'.
           88 CSRGCRB-ST-DEED-IN-LIEU VALUE '89'.
           88 CSRGCRB-ST-FORECLOSED VALUE '94'.
           88 CSRGCRB-ST-CHARGED-OFF VALUE '97'.
         03 CSRGCRB-PMT-RATING PIC X(01).
         03 CSRGCRB-PMT-HISTORY PIC X(24).
         03 CSRGCRB-SPECIAL-COMMENT PIC X(02).
         03 CSRGCRB-COMPLIANCE-CODE PIC X(02).
         03 CSRGCRB-CURRENT-BAL PIC 9(09).
         03 CSRGCRB-AMT-PAST-DUE PIC 9(09).
         03 CSRGCRB-ORIG-CHGOFF PIC 9(09).
         03 CSRGCRB-DATE-ACCT-INFO PIC 9(08).
         03 CSRGCRB-DATE-FIRST-DLQ PIC 9(08).
         03 CSRGCRB-DATE-CLOSED PIC 9(08).
         03 CSRGCRB-DATE-LAST-PMT PIC 9(08).
         03 CSRGCRB-INT-TYPE-IND PIC X(01).
         03 CSRGCRB-RESERVED PIC X(16).
         03 CSRGCRB-CONS-TRAN-TYPE PIC X(01).
         03 CSRGCRB-SURNAME PIC X(25).
         03 CSRGCRB-FIRST-NAME PIC X(20).
         03 CSRGCRB-MIDDLE-NAME PIC X(20).
         03 CSRGCRB-GENERATION PIC X(01).
         03 CSRGCRB-SSN PIC 9(09).
         03 CSRGCRB-DOB PIC 9(08).
         03 CSRGCRB-PHONE PIC 9(10).
         03 CSRGCRB-ECOA PIC X(01).
         03 CSRGCRB-CONS-INFO-IND PIC X(02).
         03 CSRGCRB-COUNTRY PIC X(02).
         03 CSRGCRB-ADDR-LINE1 PIC X(32).
         03 CSRGCRB-ADDR-LINE2 PIC X(32).
         03 CSRGCRB-CITY PIC X(20).
         03 CSRGCRB-STATE PIC X(02).
         03 CSRGCRB-POSTAL-CODE PIC X(09).
         03 CSRGCRB-ADDR-IND PIC X(01).
         03 CSRGCRB-RESIDENCE-CODE PIC X(01).
       01 CSRGCRB-TRAILER.
         03 CSRGCRB-TRL-RDW PIC 9(04).
         03 CSRGCRB-TRL-IDENT PIC X(07).
         03 CSRGCRB-TRL-BASE-COUNT PIC 9(09).
         03 CSRGCRB-TRL-RESERVED-1 PIC X(09).
         03 CSRGCRB-TRL-STATUS-DF PIC 9(09).
         03 CSRGCRB-TRL-J1-COUNT PIC 9(09).
         03 CSRGCRB-TRL-J2-COUNT PIC 9(09).
         03 CSRGCRB-TRL-BLOCK-COUNT PIC 9(09).
         03 CSRGCRB-TRL-STATUS-DA PIC 9(09).
         03 CSRGCRB-TRL-STATUS-05 PIC 9(09).
         03 CSRGCRB-TRL-STATUS-11 PIC 9(09).
         03 CSRGCRB-TRL-STATUS-13 PIC 9(09).
         03 CSRGCRB-TRL-STATUS-61 PIC 9(09).
         03 CSRGCRB-TRL-STATUS-62 PIC 9(09).
         03 CSRGCRB-TRL-STATUS-63 PIC 9(09).
         03 CSRGCRB-TRL-STATUS-64 PIC 9(09).
         03 CSRGCRB-TRL-STATUS-65 PIC 9(09).
         03 CSRGCRB-TRL-STATUS-71 PIC 9(09).
         03 CSRGCRB-TRL-STATUS-78 PIC 9(09).
         03 CSRGCRB-TRL-STATUS-80 PIC 9(09).
         03 CSRGCRB-TRL-STATUS-82 PIC 9(09).
         03 CSRGCRB-TRL-STATUS-83 PIC 9(09).
         03 CSRGCRB-TRL-STATUS-84 PIC 9(09).
         03 CSRGCRB-TRL-STATUS-88 PIC 9(09).
         03 CSRGCRB-TRL-STATUS-89 PIC 9(09).
         03 CSRGCRB-TRL-STATUS-93 PIC 9(09).
         03 CSRGCRB-TRL-STATUS-94 PIC 9(09).
         03 CSRGCRB-TRL-STATUS-95 PIC 9(09).
         03 CSRGCRB-TRL-STATUS-96 PIC 9(09).
         03 CSRGCRB-TRL-STATUS-97 PIC 9(09).
         03 CSRGCRB-TRL-ECOA-Z PIC 9(09).
         03 CSRGCRB-TRL-EMPLOYMENT PIC 9(09).
         03 CSRGCRB-TRL-ORIG-CREDITOR PIC 9(09).
         03 CSRGCRB-TRL-PURCHASED PIC 9(09).
         03 CSRGCRB-TRL-MORTGAGE-INFO PIC 9(09).
         03 CSRGCRB-TRL-SPECIAL-PMT PIC 9(09).
         03 CSRGCRB-TRL-CHANGE-SEG PIC 9(09).
         03 CSRGCRB-TRL-SSN-ALL PIC 9(09).
         03 CSRGCRB-TRL-SSN-BASE PIC 9(09).
         03 CSRGCRB-TRL-SSN-J1 PIC 9(09).
         03 CSRGCRB-TRL-SSN-J2 PIC 9(09).
         03 CSRGCRB-TRL-DOB-ALL PIC 9(09).
         03 CSRGCRB-TRL-DOB-BASE PIC 9(09).
         03 CSRGCRB-TRL-DOB-J1 PIC 9(09).
         03 CSRGCRB-TRL-DOB-J2 PIC 9(09).
         03 CSRGCRB-TRL-PHONE-ALL PIC 9(09).
         03 CSRGCRB-TRL-RESERVED-2 PIC X(19).
