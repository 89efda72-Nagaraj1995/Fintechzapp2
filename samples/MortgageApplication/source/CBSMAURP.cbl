      *|   IMAGES ON THEIR OWN LINES, FOLLOWED BY A PER-USER ACTIVITY  |
      *|   SUMMARY, SO COMPLIANCE CAN SEE A DAY'S CHANGES BY USER      |
      *|   WITHOUT ANYONE PRINTING THE VSAM FILE BY HAND.              |
      *|   A DUAL-CONTROL ACTION SHOWS BOTH USERS: THE APPROVING       |
      *|   SUPERVISOR IN THE USER COLUMN (AND THE USER SUMMARY), THE   |
      *|   USER WHO KEYED THE CHANGE UNDER KEYED BY.                   |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSMAURP.
       DATA DIVISION.
       FILE SECTION.
       FD MAUEXTR
           RECORD CONTAINS 169 CHARACTERS.
       01 MAUEXTR-RECORD          PIC X(169).
       FD MAURPT
           RECORD CONTAINS 132 CHARACTERS.
       01 MAURPT-LINE             PIC X(132).
         03 FILLER PIC X(09) VALUE 'USER'.
         03 FILLER PIC X(05) VALUE 'TERM'.
         03 FILLER PIC X(03) VALUE 'FN'.
         03 FILLER PIC X(20) VALUE 'ACCOUNT NO'.
         03 FILLER PIC X(75) VALUE 'KEYED BY'.
       01 WS-DETAIL-LINE.
         03 WS-DET-DATE            PIC X(10).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-DET-FN              PIC X(01).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-DET-ACCT            PIC 9(18).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-DET-MAKER           PIC X(08).
         03 FILLER PIC X(67) VALUE SPACES.
      *    THE IMAGES GO ON THEIR OWN LINES AT FULL WIDTH - THE
      *    WHOLE POINT OF THIS REPORT IS WHAT THE FIELD SAID BEFORE,
      *    SO NO PART OF EITHER IMAGE IS EVER TRUNCATED.
           MOVE CSRGMAU-TERMINAL-ID TO WS-DET-TERM
           MOVE CSRGMAU-FUNCTION TO WS-DET-FN
           MOVE CSRGMAU-ACCOUNT-NO TO WS-DET-ACCT
           MOVE CSRGMAU-MAKER-ID TO WS-DET-MAKER
           WRITE MAURPT-LINE FROM WS-DETAIL-LINE
           MOVE 'BEFORE: ' TO WS-IMG-LABEL
           MOVE CSRGMAU-BEFORE-IMAGE TO WS-IMG-VALUE
