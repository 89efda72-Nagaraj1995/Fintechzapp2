      *|   THE RELEASED HOLDER AS THE BEFORE IMAGE. PF4 ONLY ACTS ON   |
      *|   THE ACCOUNT LAST DISPLAYED, SO AN OPERATOR CANNOT RELEASE   |
      *|   A LOCK THEY HAVE NOT LOOKED AT.                             |
      *|   THE RELEASE'S CSRGMAU RECORD IS ALSO PUBLISHED AS A CHANGE  |
      *|   EVENT THROUGH CSRGEVT WHEN THE REGION'S CSRGCTL MASK HAS    |
      *|   CSRGOPT-BIT-EVENTS ON.                                      |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSRGLCK.
       01 WS-MAPNAME                PIC X(07) VALUE 'CSRGM3'.
       01 WS-MAPSET                 PIC X(07) VALUE 'CSRGMAP'.
       01 WS-RESP                   PIC S9(8) COMP.
       01 WS-CTL-KEY                PIC X(08).
       01 WS-SQLCODE                PIC S9(9) COMP-5.
       01 WS-ABSTIME                PIC S9(15) COMP-3.
       01 WS-SYSDATE                PIC X(10).
       01 WS-LOCK-TS                PIC X(26).
       01 WS-LOCK-TS-IND            PIC S9(4) COMP.
       01 WS-CUSTOMER-NAME          PIC X(50).
       COPY CSRGOPT.
       COPY CSRGMAU.
       COPY CSRGEVT.
       01 WS-ENT-AREA.
          COPY CSRGENT.
       COPY CSRGMAP.
           MOVE WS-LOCK-HOLDER TO CSRGMAU-BEFORE-IMAGE(1:8)
           MOVE SPACES TO CSRGMAU-AFTER-IMAGE
           MOVE 0000 TO CSRGMAU-RETCODE
           MOVE SPACES TO CSRGMAU-MAKER-ID
           EXEC CICS WRITE
                FILE('CSRGMAU')
                FROM(CSRGMAU-RECORD)
                  TEXT('CSRGMAU WRITE FAILED - AUDIT RECORD LOST')
             END-EXEC
           END-IF
           PERFORM PUBLISH-CHANGE-EVENT
           EXIT.
       PUBLISH-CHANGE-EVENT.
      *    SAME RULE AS CBSCSRM - THE LOCK IS RELEASED, SO ITS EVENT
      *    GOES OUT UNDER SYNCPOINT WITH IT, AUDIT RECORD OR NOT.
           PERFORM LOAD-FEATURE-MASK
           CALL 'EVALOPT' USING CSRGOPT-BIT-EVENTS
                CSRGOPT-BIT-EVENTS CSRGOPT-REGION-MASK
                CSRGOPT-BYTECOUNT-2 CSRGOPT-RC
           IF CSRGOPT-RC = 0 THEN
             MOVE 'L' TO CSRGEVT-ORIGIN
             MOVE 0 TO CSRGEVT-HCONN
             MOVE CSRGMAU-RECORD TO CSRGEVT-MAU-RECORD
             CALL 'CSRGEVT' USING CSRGEVT-PARM
             IF CSRGEVT-RC NOT = 0 THEN
               EXEC CICS WRITE OPERATOR
                    TEXT('CSRGEVT PUT FAILED - CHANGE EVENT LOST')
               END-EXEC
             END-IF
           END-IF
           EXIT.
       LOAD-FEATURE-MASK.
      *    SAME CSRGCTL LOOKUP/DEFAULT THE REST OF THE FAMILY USES.
           MOVE EIBTRMID(1:2) TO WS-CTL-KEY(1:2)
           MOVE LOW-VALUES TO WS-CTL-KEY(3:6)
           MOVE CSRGOPT-DEFAULT-MASK TO CSRGOPT-REGION-MASK
           EXEC CICS READ
                FILE('CSRGCTL')
                INTO(CSRGOPT-REGION-MASK)
                RIDFLD(WS-CTL-KEY)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
             MOVE CSRGOPT-DEFAULT-MASK TO CSRGOPT-REGION-MASK
           END-IF
           EXIT.
       GET-SYSTEM-DATE-TIME.
           EXEC CICS ASKTIME
