           05 AUD-KSDS-TASK-NO     PIC S9(8) COMP.
         03 FILLER                 PIC X(37).
       FD CSRGMAU
           RECORD CONTAINS 169 CHARACTERS.
       01 MAU-KSDS-RECORD.
         03 MAU-KSDS-KEY.
           05 MAU-KSDS-ACCOUNT-NO  PIC S9(18).
           05 MAU-KSDS-AUD-DATE    PIC X(10).
           05 MAU-KSDS-AUD-TIME    PIC X(08).
           05 MAU-KSDS-TASK-NO     PIC S9(8) COMP.
         03 FILLER                 PIC X(129).
       FD AUDARCH
           RECORD CONTAINS 77 CHARACTERS.
       01 AUDARCH-RECORD           PIC X(77).
       FD MAUARCH
           RECORD CONTAINS 169 CHARACTERS.
       01 MAUARCH-RECORD           PIC X(169).
       FD AUDPPARM
           RECORD CONTAINS 80 CHARACTERS.
       01 AUDPPARM-RECORD.
