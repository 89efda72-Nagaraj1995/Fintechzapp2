      *+---------------------------------------------------------------+
      *| CBSDUPRP                                                      |
      *|   PROBABLE DUPLICATE-CUSTOMER REPORT. CBSCSRM'S DO-ADD HANDS  |
      *|   OUT A NEW CUSTOMER_ID FOR EVERY ACCOUNT IT ADDS, SO ONE     |
      *|   PERSON WITH THREE MORTGAGES SHOWS UP IN CSRGPFL AS THREE    |
      *|   CUSTOMERS. THIS JOB LISTS PAIRS OF DIFFERENT CUSTOMER_IDS   |
      *|   THAT PROBABLY BELONG TO THE SAME PERSON, FOR A SUPERVISOR   |
      *|   TO CONFIRM AND PUT THROUGH THE CBSCSRM MERGE FUNCTION.      |
      *|   THREE PASSES OVER CUSTOMER JOINED TO CUST_CONTACT, PURGED   |
      *|   ACCOUNTS LEFT OUT, EACH ORDERED BY ONE NORMALIZED MATCH KEY |
      *|   SO ROWS THAT MATCH ARRIVE TOGETHER:                         |
      *|     1. NAME + ADDRESS LINE 1 + 5-DIGIT ZIP                    |
      *|     2. PHONE                                                  |
      *|     3. EMAIL                                                  |
      *|   NAMES AND ADDRESSES ARE NORMALIZED BY UPPER-CASING AND      |
      *|   DROPPING BLANKS AND PUNCTUATION (O'BRIEN, JOHN AND          |
      *|   OBRIEN JOHN ARE ONE NAME); PHONES KEEP DIGITS ONLY (THE     |
      *|   CSRGEDT PHONE RULES ALLOW ONLY DIGITS, BLANK AND HYPHEN);   |
      *|   EMAIL IS UPPER-CASED. EVERY TWO CUSTOMER_IDS MEETING IN     |
      *|   ONE MATCH GROUP BECOME A PAIR IN AN IN-MEMORY PAIR TABLE    |
      *|   (CBSAUDSV DISCIPLINE - TABLE CAP WITH AN OVERFLOW LINE, NO  |
      *|   SORT STEP), AND EACH PASS MARKS WHAT THE PAIR MATCHED ON.   |
      *|   MATCH-CONFIDENCE SCORE, OUT OF 100:                         |
      *|     NAME AND ADDRESS    50  (NAME ALONE, ADDRESS DIFFERENT,   |
      *|                              SCORES 20)                       |
      *|     PHONE               25                                    |
      *|     EMAIL               25                                    |
      *|   75 AND OVER IS HIGH, 50-74 MEDIUM, UNDER 50 LOW; THE REPORT |
      *|   PRINTS HIGH FIRST. A SINGLE ACCOUNT OF EACH CUSTOMER_ID IS  |
      *|   SHOWN - CSRGPFL LISTS THE REST.                             |
      *|   DUPPARM: COLS 1-3 LOWEST SCORE TO PRINT, DEFAULT 025 (ALL). |
      *|   RETURN CODE 4 WHEN THE PAIR TABLE OR A MATCH GROUP          |
      *|   OVERFLOWED (THE REPORT IS INCOMPLETE AND SAYS SO), 16 ON A  |
      *|   DB2 FAILURE.                                                |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSDUPRP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPPARM ASSIGN TO DUPPARM
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
           SELECT DUPRPT ASSIGN TO DUPRPT
                ORGANIZATION IS SEQUENTIAL.
           SELECT RUNLOG ASSIGN TO RUNLOG
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DUPPARM
           RECORD CONTAINS 80 CHARACTERS.
       01 DUPPARM-RECORD.
         03 DUPPARM-MIN-SCORE      PIC X(03).
         03 FILLER                 PIC X(77).
       FD DUPRPT
           RECORD CONTAINS 132 CHARACTERS.
       01 DUPRPT-LINE              PIC X(132).
       FD RUNLOG
           RECORD CONTAINS 40 CHARACTERS.
       01 RUNLOG-RECORD            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY CSRGRUN.
       01 WS-RLOG-STATUS           PIC X(02) VALUE '00'.
         88 WS-RLOG-STATUS-OK      VALUE '00'.
       01 WS-RLOG-DATE-RAW         PIC X(08).
       01 WS-RLOG-TIME-RAW         PIC X(08).
       01 WS-PARM-STATUS           PIC X(02) VALUE '00'.
         88 WS-PARM-STATUS-OK      VALUE '00'.
       01 WS-SQLCODE               PIC S9(9) COMP-5.
       01 WS-EOF-FLAG              PIC X(01) VALUE 'N'.
         88 WS-EOF                 VALUE 'Y'.
       01 WS-MIN-SCORE             PIC 9(3) VALUE 25.
      *    WHICH MATCH KEY THE CURRENT PASS IS READING.
       01 WS-PASS                  PIC 9(1).
         88 WS-PASS-NAME-ADDR      VALUE 1.
         88 WS-PASS-PHONE          VALUE 2.
         88 WS-PASS-EMAIL          VALUE 3.
      *    ONE FETCHED ROW - THE SAME HOST VARIABLES SERVE ALL THREE
      *    CURSORS.
       01 WS-MATCH-KEY             PIC X(100).
       01 WS-NORM-NAME             PIC X(50).
       01 WS-CUSTOMER-ID           PIC S9(9).
       01 WS-ACCOUNT-NO            PIC S9(18).
       01 WS-CUSTOMER-NAME         PIC X(50).
       01 WS-ROWS-READ             PIC 9(9) VALUE 0.
      *    THE MATCH GROUP BEING COLLECTED - ONE ENTRY PER DISTINCT
      *    CUSTOMER_ID SHARING THE CURRENT KEY. ROWS ARRIVE IN
      *    CUSTOMER_ID ORDER WITHIN THE KEY, SO A REPEAT OF THE SAME
      *    CUSTOMER_ID IS ALWAYS THE LAST ENTRY ADDED.
       01 WS-GRP-KEY               PIC X(100).
       01 WS-GRP-COUNT             PIC 9(4) COMP-4 VALUE 0.
       01 WS-GRP-IX                PIC 9(4) COMP-4.
       01 WS-GRP-JX                PIC 9(4) COMP-4.
       01 WS-GRP-OVFL-COUNT        PIC 9(7) VALUE 0.
       01 WS-GRP-TABLE.
         03 WS-GRP-ENTRY OCCURS 20.
           05 WS-GRP-CUST-ID       PIC S9(9).
           05 WS-GRP-ACCT          PIC S9(18).
           05 WS-GRP-NAME          PIC X(50).
           05 WS-GRP-NORM          PIC X(50).
      *    EVERY CUSTOMER_ID PAIR SEEN IN ANY PASS, LOWER ID FIRST,
      *    WITH WHAT IT MATCHED ON.
       01 WS-PAIR-COUNT            PIC 9(4) COMP-4 VALUE 0.
       01 WS-PAIR-IX               PIC 9(4) COMP-4.
       01 WS-PAIR-FOUND            PIC 9(4) COMP-4.
       01 WS-PAIR-OVFL-COUNT       PIC 9(7) VALUE 0.
       01 WS-PAIR-TABLE.
         03 WS-PAIR-ENTRY OCCURS 2000.
           05 WS-PAIR-LO-ID        PIC S9(9).
           05 WS-PAIR-LO-ACCT      PIC S9(18).
           05 WS-PAIR-LO-NAME      PIC X(25).
           05 WS-PAIR-LO-NORM      PIC X(50).
           05 WS-PAIR-HI-ID        PIC S9(9).
           05 WS-PAIR-HI-ACCT      PIC S9(18).
           05 WS-PAIR-HI-NAME      PIC X(25).
           05 WS-PAIR-HI-NORM      PIC X(50).
           05 WS-PAIR-ADDR-FLAG    PIC X(01).
           05 WS-PAIR-PHONE-FLAG   PIC X(01).
           05 WS-PAIR-EMAIL-FLAG   PIC X(01).
           05 WS-PAIR-SCORE        PIC 9(3).
       01 WS-BAND-LOW              PIC 9(3).
       01 WS-BAND-HIGH             PIC 9(3).
       01 WS-BAND-NAME             PIC X(06).
       01 WS-HIGH-COUNT            PIC 9(7) VALUE 0.
       01 WS-MEDIUM-COUNT          PIC 9(7) VALUE 0.
       01 WS-LOW-COUNT             PIC 9(7) VALUE 0.
       01 WS-PRINTED-COUNT         PIC 9(7) VALUE 0.
           EXEC SQL
                DECLARE DUPACSR CURSOR FOR
                SELECT REPLACE(TRANSLATE(UPPER(C.CUSTOMER_NAME),
                                         ' ', '.,''-'), ' ', '')
                       CONCAT '/' CONCAT
                       REPLACE(TRANSLATE(UPPER(K.ADDR_LINE1),
                                         ' ', '.,#-'), ' ', '')
                       CONCAT '/' CONCAT SUBSTR(K.ZIP, 1, 5),
                       REPLACE(TRANSLATE(UPPER(C.CUSTOMER_NAME),
                                         ' ', '.,''-'), ' ', ''),
                       C.CUSTOMER_ID, C.ACCOUNT_NO, C.CUSTOMER_NAME
                  FROM CUSTOMER C, CUST_CONTACT K
                 WHERE K.ACCOUNT_NO = C.ACCOUNT_NO
                   AND C.ACCOUNT_STATUS <> 'P'
                   AND K.ADDR_LINE1 <> ' '
                 ORDER BY 1, 3, 4
           END-EXEC
           EXEC SQL
                DECLARE DUPPCSR CURSOR FOR
                SELECT REPLACE(REPLACE(K.PHONE, ' ', ''), '-', ''),
                       REPLACE(TRANSLATE(UPPER(C.CUSTOMER_NAME),
                                         ' ', '.,''-'), ' ', ''),
                       C.CUSTOMER_ID, C.ACCOUNT_NO, C.CUSTOMER_NAME
                  FROM CUSTOMER C, CUST_CONTACT K
                 WHERE K.ACCOUNT_NO = C.ACCOUNT_NO
                   AND C.ACCOUNT_STATUS <> 'P'
                   AND K.PHONE <> ' '
                 ORDER BY 1, 3, 4
           END-EXEC
           EXEC SQL
                DECLARE DUPECSR CURSOR FOR
                SELECT UPPER(K.EMAIL),
                       REPLACE(TRANSLATE(UPPER(C.CUSTOMER_NAME),
                                         ' ', '.,''-'), ' ', ''),
                       C.CUSTOMER_ID, C.ACCOUNT_NO, C.CUSTOMER_NAME
                  FROM CUSTOMER C, CUST_CONTACT K
                 WHERE K.ACCOUNT_NO = C.ACCOUNT_NO
                   AND C.ACCOUNT_STATUS <> 'P'
                   AND K.EMAIL <> ' '
                 ORDER BY 1, 3, 4
           END-EXEC
       01 WS-HDG-LINE.
         03 FILLER PIC X(40)
              VALUE 'PROBABLE DUPLICATE CUSTOMERS - MINIMUM '.
         03 FILLER PIC X(06) VALUE 'SCORE '.
         03 WS-HDG-MIN             PIC ZZ9.
         03 FILLER PIC X(83) VALUE SPACES.
       01 WS-COL-LINE.
         03 FILLER PIC X(07) VALUE 'CONF'.
         03 FILLER PIC X(05) VALUE 'SCORE'.
         03 FILLER PIC X(10) VALUE ' CUST ID'.
         03 FILLER PIC X(19) VALUE 'ACCOUNT NO'.
         03 FILLER PIC X(27) VALUE 'NAME'.
         03 FILLER PIC X(10) VALUE 'CUST ID'.
         03 FILLER PIC X(19) VALUE 'ACCOUNT NO'.
         03 FILLER PIC X(27) VALUE 'NAME'.
         03 FILLER PIC X(08) VALUE 'MATCH'.
       01 WS-DETAIL-LINE.
         03 WS-DET-CONF            PIC X(06).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-DET-SCORE           PIC ZZ9.
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-DET-LO-ID           PIC 9(9).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-DET-LO-ACCT         PIC 9(18).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-DET-LO-NAME         PIC X(25).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-DET-HI-ID           PIC 9(9).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-DET-HI-ACCT         PIC 9(18).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-DET-HI-NAME         PIC X(25).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-DET-MATCH.
           05 WS-DET-MATCH-ADDR    PIC X(01).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-MATCH-PHONE   PIC X(01).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-MATCH-EMAIL   PIC X(01).
         03 FILLER PIC X(02) VALUE SPACES.
       01 WS-SEP-LINE              PIC X(132) VALUE ALL '-'.
       01 WS-LEGEND-LINE.
         03 FILLER PIC X(66) VALUE
              'MATCH: A NAME+ADDRESS  N NAME ONLY  P PHONE  E EMAIL'.
         03 FILLER PIC X(66) VALUE SPACES.
       01 WS-PAIR-OVFL-LINE.
         03 FILLER PIC X(54) VALUE
              'MORE THAN 2000 CUSTOMER PAIRS - REPORT IS INCOMPLETE'.
         03 FILLER PIC X(78) VALUE SPACES.
       01 WS-GRP-OVFL-LINE.
         03 FILLER PIC X(60) VALUE
              'A MATCH KEY WAS SHARED BY MORE THAN 20 CUSTOMER IDS -'.
         03 FILLER PIC X(72) VALUE
              'ONLY THE FIRST 20 WERE PAIRED'.
       01 WS-SUM-LINE.
         03 WS-SUM-NAME            PIC X(30).
         03 WS-SUM-COUNT           PIC ZZZZZZZZ9.
         03 FILLER PIC X(93) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM WRITE-RUN-START
           PERFORM READ-SCORE-PARM
           OPEN OUTPUT DUPRPT
           MOVE WS-MIN-SCORE TO WS-HDG-MIN
           WRITE DUPRPT-LINE FROM WS-HDG-LINE
           WRITE DUPRPT-LINE FROM WS-LEGEND-LINE
           WRITE DUPRPT-LINE FROM WS-COL-LINE
           PERFORM RUN-ONE-PASS
                VARYING WS-PASS FROM 1 BY 1
                UNTIL WS-PASS > 3 OR RETURN-CODE = 16
           IF RETURN-CODE NOT = 16 THEN
             PERFORM SCORE-ONE-PAIR
                  VARYING WS-PAIR-IX FROM 1 BY 1
                  UNTIL WS-PAIR-IX > WS-PAIR-COUNT
             MOVE 75 TO WS-BAND-LOW
             MOVE 100 TO WS-BAND-HIGH
             MOVE 'HIGH' TO WS-BAND-NAME
             PERFORM PRINT-SCORE-BAND
             MOVE 50 TO WS-BAND-LOW
             MOVE 74 TO WS-BAND-HIGH
             MOVE 'MEDIUM' TO WS-BAND-NAME
             PERFORM PRINT-SCORE-BAND
             MOVE 0 TO WS-BAND-LOW
             MOVE 49 TO WS-BAND-HIGH
             MOVE 'LOW' TO WS-BAND-NAME
             PERFORM PRINT-SCORE-BAND
           END-IF
           PERFORM WRITE-RUN-SUMMARY
           CLOSE DUPRPT
           IF (WS-PAIR-OVFL-COUNT > 0 OR WS-GRP-OVFL-COUNT > 0) AND
              RETURN-CODE = 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-END
           GOBACK.
       READ-SCORE-PARM.
      *    A MISSING OR NON-NUMERIC PARM PRINTS EVERY PAIR - CBSDORMR
      *    DISCIPLINE.
           OPEN INPUT DUPPARM
           IF WS-PARM-STATUS-OK
             READ DUPPARM
               AT END
                 CONTINUE
               NOT AT END
                 IF DUPPARM-MIN-SCORE NUMERIC THEN
                   MOVE DUPPARM-MIN-SCORE TO WS-MIN-SCORE
                 END-IF
             END-READ
             CLOSE DUPPARM
           END-IF
           IF WS-MIN-SCORE > 100 THEN
             MOVE 100 TO WS-MIN-SCORE
           END-IF
           EXIT.
       RUN-ONE-PASS.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 0 TO WS-GRP-COUNT
           MOVE SPACES TO WS-GRP-KEY
           PERFORM OPEN-PASS-CURSOR
           IF WS-SQLCODE NOT = 0 THEN
             DISPLAY 'CBSDUPRP: OPEN CURSOR FAILED - PASS ' WS-PASS
                  ' SQLCODE ' WS-SQLCODE
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM FETCH-NEXT-ROW
             PERFORM UNTIL WS-EOF
               PERFORM COLLECT-ONE-ROW
               PERFORM FETCH-NEXT-ROW
             END-PERFORM
             IF RETURN-CODE NOT = 16 THEN
               PERFORM PAIR-MATCH-GROUP
             END-IF
             PERFORM CLOSE-PASS-CURSOR
           END-IF
           EXIT.
       OPEN-PASS-CURSOR.
           EVALUATE TRUE
             WHEN WS-PASS-NAME-ADDR
               EXEC SQL
                    OPEN DUPACSR
               END-EXEC
             WHEN WS-PASS-PHONE
               EXEC SQL
                    OPEN DUPPCSR
               END-EXEC
             WHEN OTHER
               EXEC SQL
                    OPEN DUPECSR
               END-EXEC
           END-EVALUATE
           MOVE SQLCODE TO WS-SQLCODE
           EXIT.
       FETCH-NEXT-ROW.
           EVALUATE TRUE
             WHEN WS-PASS-NAME-ADDR
               EXEC SQL
                    FETCH DUPACSR
                     INTO :WS-MATCH-KEY, :WS-NORM-NAME,
                          :WS-CUSTOMER-ID, :WS-ACCOUNT-NO,
                          :WS-CUSTOMER-NAME
               END-EXEC
             WHEN WS-PASS-PHONE
               EXEC SQL
                    FETCH DUPPCSR
                     INTO :WS-MATCH-KEY, :WS-NORM-NAME,
                          :WS-CUSTOMER-ID, :WS-ACCOUNT-NO,
                          :WS-CUSTOMER-NAME
               END-EXEC
             WHEN OTHER
               EXEC SQL
                    FETCH DUPECSR
                     INTO :WS-MATCH-KEY, :WS-NORM-NAME,
                          :WS-CUSTOMER-ID, :WS-ACCOUNT-NO,
                          :WS-CUSTOMER-NAME
               END-EXEC
           END-EVALUATE
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = 0 THEN
             MOVE 'Y' TO WS-EOF-FLAG
             IF WS-SQLCODE NOT = 100 THEN
               DISPLAY 'CBSDUPRP: FETCH FAILED - PASS ' WS-PASS
                    ' SQLCODE ' WS-SQLCODE
               MOVE 16 TO RETURN-CODE
             END-IF
           END-IF
           EXIT.
       CLOSE-PASS-CURSOR.
           EVALUATE TRUE
             WHEN WS-PASS-NAME-ADDR
               EXEC SQL
                    CLOSE DUPACSR
               END-EXEC
             WHEN WS-PASS-PHONE
               EXEC SQL
                    CLOSE DUPPCSR
               END-EXEC
             WHEN OTHER
               EXEC SQL
                    CLOSE DUPECSR
               END-EXEC
           END-EVALUATE
           EXIT.
       COLLECT-ONE-ROW.
      *    CONTROL BREAK ON THE MATCH KEY: A NEW KEY CLOSES THE GROUP
      *    BEFORE IT AND STARTS ANOTHER.
           ADD 1 TO WS-ROWS-READ
           IF WS-MATCH-KEY NOT = WS-GRP-KEY THEN
             PERFORM PAIR-MATCH-GROUP
             MOVE WS-MATCH-KEY TO WS-GRP-KEY
             MOVE 0 TO WS-GRP-COUNT
           END-IF
           EVALUATE TRUE
             WHEN WS-GRP-COUNT > 0 AND
                  WS-GRP-CUST-ID(WS-GRP-COUNT) = WS-CUSTOMER-ID
      *        ANOTHER ACCOUNT OF A CUSTOMER ALREADY IN THE GROUP.
               CONTINUE
             WHEN WS-GRP-COUNT < 20
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-CUSTOMER-ID TO WS-GRP-CUST-ID(WS-GRP-COUNT)
               MOVE WS-ACCOUNT-NO TO WS-GRP-ACCT(WS-GRP-COUNT)
               MOVE WS-CUSTOMER-NAME TO WS-GRP-NAME(WS-GRP-COUNT)
               MOVE WS-NORM-NAME TO WS-GRP-NORM(WS-GRP-COUNT)
             WHEN OTHER
               ADD 1 TO WS-GRP-OVFL-COUNT
           END-EVALUATE
           EXIT.
       PAIR-MATCH-GROUP.
      *    EVERY TWO DIFFERENT CUSTOMER_IDS IN THE GROUP ARE A PAIR;
      *    A GROUP OF ONE IS NOBODY'S DUPLICATE.
           IF WS-GRP-COUNT > 1 THEN
             PERFORM PAIR-ONE-ENTRY
                  VARYING WS-GRP-IX FROM 1 BY 1
                  UNTIL WS-GRP-IX >= WS-GRP-COUNT
           END-IF
           EXIT.
       PAIR-ONE-ENTRY.
           PERFORM RECORD-PAIR
                VARYING WS-GRP-JX FROM WS-GRP-IX BY 1
                UNTIL WS-GRP-JX > WS-GRP-COUNT
           EXIT.
       RECORD-PAIR.
      *    WS-GRP-IX IS ALWAYS THE LOWER CUSTOMER_ID, SO A PAIR FOUND
      *    AGAIN IN A LATER PASS LANDS ON THE SAME TABLE ENTRY.
           IF WS-GRP-JX > WS-GRP-IX THEN
             MOVE 0 TO WS-PAIR-FOUND
             PERFORM FIND-PAIR
                  VARYING WS-PAIR-IX FROM 1 BY 1
                  UNTIL WS-PAIR-IX > WS-PAIR-COUNT OR WS-PAIR-FOUND > 0
             IF WS-PAIR-FOUND = 0 THEN
               PERFORM ADD-PAIR
             END-IF
             IF WS-PAIR-FOUND > 0 THEN
               EVALUATE TRUE
                 WHEN WS-PASS-NAME-ADDR
                   MOVE 'A' TO WS-PAIR-ADDR-FLAG(WS-PAIR-FOUND)
                 WHEN WS-PASS-PHONE
                   MOVE 'P' TO WS-PAIR-PHONE-FLAG(WS-PAIR-FOUND)
                 WHEN OTHER
                   MOVE 'E' TO WS-PAIR-EMAIL-FLAG(WS-PAIR-FOUND)
               END-EVALUATE
             END-IF
           END-IF
           EXIT.
       FIND-PAIR.
           IF WS-PAIR-LO-ID(WS-PAIR-IX) = WS-GRP-CUST-ID(WS-GRP-IX) AND
              WS-PAIR-HI-ID(WS-PAIR-IX) = WS-GRP-CUST-ID(WS-GRP-JX)
           THEN
             MOVE WS-PAIR-IX TO WS-PAIR-FOUND
           END-IF
           EXIT.
       ADD-PAIR.
      *    A FULL TABLE STILL COUNTS THE PAIR SO THE OVERFLOW LINE
      *    CAN SAY HOW MANY WENT UNREPORTED.
           IF WS-PAIR-COUNT < 2000 THEN
             ADD 1 TO WS-PAIR-COUNT
             MOVE WS-PAIR-COUNT TO WS-PAIR-FOUND
             MOVE WS-GRP-CUST-ID(WS-GRP-IX)
                  TO WS-PAIR-LO-ID(WS-PAIR-COUNT)
             MOVE WS-GRP-ACCT(WS-GRP-IX)
                  TO WS-PAIR-LO-ACCT(WS-PAIR-COUNT)
             MOVE WS-GRP-NAME(WS-GRP-IX)
                  TO WS-PAIR-LO-NAME(WS-PAIR-COUNT)
             MOVE WS-GRP-NORM(WS-GRP-IX)
                  TO WS-PAIR-LO-NORM(WS-PAIR-COUNT)
             MOVE WS-GRP-CUST-ID(WS-GRP-JX)
                  TO WS-PAIR-HI-ID(WS-PAIR-COUNT)
             MOVE WS-GRP-ACCT(WS-GRP-JX)
                  TO WS-PAIR-HI-ACCT(WS-PAIR-COUNT)
             MOVE WS-GRP-NAME(WS-GRP-JX)
                  TO WS-PAIR-HI-NAME(WS-PAIR-COUNT)
             MOVE WS-GRP-NORM(WS-GRP-JX)
                  TO WS-PAIR-HI-NORM(WS-PAIR-COUNT)
             MOVE SPACE TO WS-PAIR-ADDR-FLAG(WS-PAIR-COUNT)
             MOVE SPACE TO WS-PAIR-PHONE-FLAG(WS-PAIR-COUNT)
             MOVE SPACE TO WS-PAIR-EMAIL-FLAG(WS-PAIR-COUNT)
             MOVE 0 TO WS-PAIR-SCORE(WS-PAIR-COUNT)
           ELSE
             ADD 1 TO WS-PAIR-OVFL-COUNT
           END-IF
           EXIT.
       SCORE-ONE-PAIR.
      *    NAME-ONLY IS SCORED HERE RATHER THAN IN A PASS OF ITS OWN:
      *    A SHARED NAME WITH NOTHING ELSE IN COMMON IS NOT A
      *    CANDIDATE, BUT IT STRENGTHENS A PHONE OR EMAIL MATCH.
           IF WS-PAIR-ADDR-FLAG(WS-PAIR-IX) = 'A' THEN
             ADD 50 TO WS-PAIR-SCORE(WS-PAIR-IX)
           ELSE
             IF WS-PAIR-LO-NORM(WS-PAIR-IX) =
                WS-PAIR-HI-NORM(WS-PAIR-IX) THEN
               MOVE 'N' TO WS-PAIR-ADDR-FLAG(WS-PAIR-IX)
               ADD 20 TO WS-PAIR-SCORE(WS-PAIR-IX)
             END-IF
           END-IF
           IF WS-PAIR-PHONE-FLAG(WS-PAIR-IX) = 'P' THEN
             ADD 25 TO WS-PAIR-SCORE(WS-PAIR-IX)
           END-IF
           IF WS-PAIR-EMAIL-FLAG(WS-PAIR-IX) = 'E' THEN
             ADD 25 TO WS-PAIR-SCORE(WS-PAIR-IX)
           END-IF
           EVALUATE TRUE
             WHEN WS-PAIR-SCORE(WS-PAIR-IX) >= 75
               ADD 1 TO WS-HIGH-COUNT
             WHEN WS-PAIR-SCORE(WS-PAIR-IX) >= 50
               ADD 1 TO WS-MEDIUM-COUNT
             WHEN OTHER
               ADD 1 TO WS-LOW-COUNT
           END-EVALUATE
           EXIT.
       PRINT-SCORE-BAND.
           PERFORM PRINT-ONE-PAIR
                VARYING WS-PAIR-IX FROM 1 BY 1
                UNTIL WS-PAIR-IX > WS-PAIR-COUNT
           EXIT.
       PRINT-ONE-PAIR.
           IF WS-PAIR-SCORE(WS-PAIR-IX) >= WS-BAND-LOW AND
              WS-PAIR-SCORE(WS-PAIR-IX) <= WS-BAND-HIGH AND
              WS-PAIR-SCORE(WS-PAIR-IX) >= WS-MIN-SCORE THEN
             MOVE WS-BAND-NAME TO WS-DET-CONF
             MOVE WS-PAIR-SCORE(WS-PAIR-IX) TO WS-DET-SCORE
             MOVE WS-PAIR-LO-ID(WS-PAIR-IX) TO WS-DET-LO-ID
             MOVE WS-PAIR-LO-ACCT(WS-PAIR-IX) TO WS-DET-LO-ACCT
             MOVE WS-PAIR-LO-NAME(WS-PAIR-IX) TO WS-DET-LO-NAME
             MOVE WS-PAIR-HI-ID(WS-PAIR-IX) TO WS-DET-HI-ID
             MOVE WS-PAIR-HI-ACCT(WS-PAIR-IX) TO WS-DET-HI-ACCT
             MOVE WS-PAIR-HI-NAME(WS-PAIR-IX) TO WS-DET-HI-NAME
             MOVE WS-PAIR-ADDR-FLAG(WS-PAIR-IX) TO WS-DET-MATCH-ADDR
             MOVE WS-PAIR-PHONE-FLAG(WS-PAIR-IX) TO WS-DET-MATCH-PHONE
             MOVE WS-PAIR-EMAIL-FLAG(WS-PAIR-IX) TO WS-DET-MATCH-EMAIL
             WRITE DUPRPT-LINE FROM WS-DETAIL-LINE
             ADD 1 TO WS-PRINTED-COUNT
           END-IF
           EXIT.
       WRITE-RUN-SUMMARY.
           WRITE DUPRPT-LINE FROM WS-SEP-LINE
           IF WS-PAIR-OVFL-COUNT > 0 THEN
             WRITE DUPRPT-LINE FROM WS-PAIR-OVFL-LINE
           END-IF
           IF WS-GRP-OVFL-COUNT > 0 THEN
             WRITE DUPRPT-LINE FROM WS-GRP-OVFL-LINE
           END-IF
           MOVE 'ROWS READ (ALL PASSES):' TO WS-SUM-NAME
           MOVE WS-ROWS-READ TO WS-SUM-COUNT
           WRITE DUPRPT-LINE FROM WS-SUM-LINE
           MOVE 'CUSTOMER ID PAIRS FOUND:' TO WS-SUM-NAME
           MOVE WS-PAIR-COUNT TO WS-SUM-COUNT
           WRITE DUPRPT-LINE FROM WS-SUM-LINE
           MOVE '  HIGH CONFIDENCE:' TO WS-SUM-NAME
           MOVE WS-HIGH-COUNT TO WS-SUM-COUNT
           WRITE DUPRPT-LINE FROM WS-SUM-LINE
           MOVE '  MEDIUM CONFIDENCE:' TO WS-SUM-NAME
           MOVE WS-MEDIUM-COUNT TO WS-SUM-COUNT
           WRITE DUPRPT-LINE FROM WS-SUM-LINE
           MOVE '  LOW CONFIDENCE:' TO WS-SUM-NAME
           MOVE WS-LOW-COUNT TO WS-SUM-COUNT
           WRITE DUPRPT-LINE FROM WS-SUM-LINE
           MOVE 'PAIRS PRINTED:' TO WS-SUM-NAME
           MOVE WS-PRINTED-COUNT TO WS-SUM-COUNT
           WRITE DUPRPT-LINE FROM WS-SUM-LINE
           MOVE 'PAIRS NOT TABLED (OVERFLOW):' TO WS-SUM-NAME
           MOVE WS-PAIR-OVFL-COUNT TO WS-SUM-COUNT
           WRITE DUPRPT-LINE FROM WS-SUM-LINE
           EXIT.
       WRITE-RUN-START.
           MOVE 'CBSDUPRP' TO CSRGRUN-JOB-NAME
           MOVE 'S' TO CSRGRUN-EVENT
           MOVE 0 TO CSRGRUN-RECORDS
           MOVE 0 TO CSRGRUN-RETCODE
           PERFORM WRITE-RUN-RECORD
           EXIT.
       WRITE-RUN-END.
           MOVE 'CBSDUPRP' TO CSRGRUN-JOB-NAME
           MOVE 'E' TO CSRGRUN-EVENT
           MOVE WS-ROWS-READ TO CSRGRUN-RECORDS
           MOVE RETURN-CODE TO CSRGRUN-RETCODE
           PERFORM WRITE-RUN-RECORD
           EXIT.
       WRITE-RUN-RECORD.
      *    ONE APPENDED RUN-CONTROL RECORD; A LOG-WRITE FAILURE MUST
      *    NOT FAIL THE JOB'S REAL WORK - CBSRUNST WILL SURFACE THE
      *    GAP ON THE STATUS REPORT.
           ACCEPT WS-RLOG-DATE-RAW FROM DATE YYYYMMDD
           ACCEPT WS-RLOG-TIME-RAW FROM TIME
           MOVE WS-RLOG-DATE-RAW(1:4) TO CSRGRUN-DATE(1:4)
           MOVE '-' TO CSRGRUN-DATE(5:1)
           MOVE WS-RLOG-DATE-RAW(5:2) TO CSRGRUN-DATE(6:2)
           MOVE '-' TO CSRGRUN-DATE(8:1)
           MOVE WS-RLOG-DATE-RAW(7:2) TO CSRGRUN-DATE(9:2)
           MOVE WS-RLOG-TIME-RAW(1:2) TO CSRGRUN-TIME(1:2)
           MOVE ':' TO CSRGRUN-TIME(3:1)
           MOVE WS-RLOG-TIME-RAW(3:2) TO CSRGRUN-TIME(4:2)
           MOVE ':' TO CSRGRUN-TIME(6:1)
           MOVE WS-RLOG-TIME-RAW(5:2) TO CSRGRUN-TIME(7:2)
           OPEN EXTEND RUNLOG
           IF WS-RLOG-STATUS-OK THEN
             WRITE RUNLOG-RECORD FROM CSRGRUN-RECORD
             CLOSE RUNLOG
           ELSE
             DISPLAY 'CBSDUPRP: RUNLOG OPEN FAILED - STATUS '
                  WS-RLOG-STATUS
           END-IF
           EXIT.
       END PROGRAM CBSDUPRP.
