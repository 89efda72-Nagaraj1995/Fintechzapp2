      *|   CSRGM3 - CSRGLCK OPERATOR LOCK DISPLAY/RELEASE (REQ 013).   |
      *|   CSRGM4 - CSRGAUB COMPLIANCE AUDIT-TRAIL BROWSE (REQ 016).   |
      *|   CSRGM5 - CSRGPFL CUSTOMER PORTFOLIO INQUIRY (REQ 026).      |
      *|   CSRGM6 - CSRGAPR DUAL-CONTROL APPROVAL QUEUE.               |
      *+---------------------------------------------------------------+
       01 CSRGM1I.
         02 FILLER PIC X(12).
         02 FILLER REDEFINES EMAILF.
           03 EMAILA PIC X.
         02 EMAILI PIC X(50).
      *    ACCRUAL REGION (ACCRUED INTEREST, FEES OWED), APPENDED
      *    AFTER EMAIL UNDER THE SAME KEEP-EVERY-OFFSET RULE.
         02 ACCRINTL PIC S9(4) COMP.
         02 ACCRINTF PIC X.
         02 FILLER REDEFINES ACCRINTF.
           03 ACCRINTA PIC X.
         02 ACCRINTI PIC X(18).
         02 FEESDUEL PIC S9(4) COMP.
         02 FEESDUEF PIC X.
         02 FILLER REDEFINES FEESDUEF.
           03 FEESDUEA PIC X.
         02 FEESDUEI PIC X(15).
       01 CSRGM1O REDEFINES CSRGM1I.
         02 FILLER PIC X(12).
         02 FILLER PIC X(03).
         02 PHONEO PIC X(15).
         02 FILLER PIC X(03).
         02 EMAILO PIC X(50).
         02 FILLER PIC X(03).
         02 ACCRINTO PIC X(18).
         02 FILLER PIC X(03).
         02 FEESDUEO PIC X(15).
       01 CSRGM2I.
         02 FILLER PIC X(12).
         02 SRCHNAMEL PIC S9(4) COMP.
         02 PFR10O PIC X(78).
         02 FILLER PIC X(03).
         02 MSG5O PIC X(79).
       01 CSRGM6I.
         02 FILLER PIC X(12).
         02 APR01L PIC S9(4) COMP.
         02 APR01F PIC X.
         02 FILLER REDEFINES APR01F.
           03 APR01A PIC X.
         02 APR01I PIC X(78).
         02 APR02L PIC S9(4) COMP.
         02 APR02F PIC X.
         02 FILLER REDEFINES APR02F.
           03 APR02A PIC X.
         02 APR02I PIC X(78).
         02 APR03L PIC S9(4) COMP.
         02 APR03F PIC X.
         02 FILLER REDEFINES APR03F.
           03 APR03A PIC X.
         02 APR03I PIC X(78).
         02 APR04L PIC S9(4) COMP.
         02 APR04F PIC X.
         02 FILLER REDEFINES APR04F.
           03 APR04A PIC X.
         02 APR04I PIC X(78).
         02 APR05L PIC S9(4) COMP.
         02 APR05F PIC X.
         02 FILLER REDEFINES APR05F.
           03 APR05A PIC X.
         02 APR05I PIC X(78).
         02 APR06L PIC S9(4) COMP.
         02 APR06F PIC X.
         02 FILLER REDEFINES APR06F.
           03 APR06A PIC X.
         02 APR06I PIC X(78).
         02 APR07L PIC S9(4) COMP.
         02 APR07F PIC X.
         02 FILLER REDEFINES APR07F.
           03 APR07A PIC X.
         02 APR07I PIC X(78).
         02 APR08L PIC S9(4) COMP.
         02 APR08F PIC X.
         02 FILLER REDEFINES APR08F.
           03 APR08A PIC X.
         02 APR08I PIC X(78).
         02 APR09L PIC S9(4) COMP.
         02 APR09F PIC X.
         02 FILLER REDEFINES APR09F.
           03 APR09A PIC X.
         02 APR09I PIC X(78).
         02 APR10L PIC S9(4) COMP.
         02 APR10F PIC X.
         02 FILLER REDEFINES APR10F.
           03 APR10A PIC X.
         02 APR10I PIC X(78).
         02 APSELL PIC S9(4) COMP.
         02 APSELF PIC X.
         02 FILLER REDEFINES APSELF.
           03 APSELA PIC X.
         02 APSELI PIC X(02).
         02 APACTL PIC S9(4) COMP.
         02 APACTF PIC X.
         02 FILLER REDEFINES APACTF.
           03 APACTA PIC X.
         02 APACTI PIC X(01).
         02 MSG6L PIC S9(4) COMP.
         02 MSG6F PIC X.
         02 FILLER REDEFINES MSG6F.
           03 MSG6A PIC X.
         02 MSG6I PIC X(79).
       01 CSRGM6O REDEFINES CSRGM6I.
         02 FILLER PIC X(12).
         02 FILLER PIC X(03).
         02 APR01O PIC X(78).
         02 FILLER PIC X(03).
         02 APR02O PIC X(78).
         02 FILLER PIC X(03).
         02 APR03O PIC X(78).
         02 FILLER PIC X(03).
         02 APR04O PIC X(78).
         02 FILLER PIC X(03).
         02 APR05O PIC X(78).
         02 FILLER PIC X(03).
         02 APR06O PIC X(78).
         02 FILLER PIC X(03).
         02 APR07O PIC X(78).
         02 FILLER PIC X(03).
         02 APR08O PIC X(78).
         02 FILLER PIC X(03).
         02 APR09O PIC X(78).
         02 FILLER PIC X(03).
         02 APR10O PIC X(78).
         02 FILLER PIC X(03).
         02 APSELO PIC X(02).
         02 FILLER PIC X(03).
         02 APACTO PIC X(01).
         02 FILLER PIC X(03).
         02 MSG6O PIC X(79).
