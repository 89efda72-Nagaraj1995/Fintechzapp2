      *|   CONSTANTS CBSCSRQ ACTUALLY USES ARE CARRIED, WITH THE       |
      *|   VENDOR FIELD NAMES KEPT SO A FUTURE SWITCH TO THE REAL      |
      *|   COPYBOOKS IS A ONE-LINE CHANGE.                             |
      *|   ALSO COPIED BY THE CHANGE-EVENT FEED (CSRGEVT PUBLISHER,    |
      *|   CBSEVRPL BATCH REPLAY), WHICH ADDED THE PUT-SIDE CONSTANTS. |
      *+---------------------------------------------------------------+
       01 MQOD.
         05 MQOD-STRUCID PIC X(4) VALUE 'OD  '.
       01 MQGMO-ACCEPT-TRUNCATED-MSG PIC S9(9) BINARY VALUE 64.
       01 MQGMO-CONVERT PIC S9(9) BINARY VALUE 16384.
       01 MQPMO-SYNCPOINT PIC S9(9) BINARY VALUE 2.
       01 MQPMO-NO-SYNCPOINT PIC S9(9) BINARY VALUE 4.
       01 MQMT-REPLY PIC S9(9) BINARY VALUE 2.
       01 MQMI-NONE PIC X(24) VALUE LOW-VALUES.
       01 MQFMT-NONE PIC X(8) VALUE SPACES.
       01 MQFMT-STRING PIC X(8) VALUE 'MQSTR   '.
       01 MQMT-DATAGRAM PIC S9(9) BINARY VALUE 8.
       01 MQCC-OK PIC S9(9) BINARY VALUE 0.
       01 MQCC-WARNING PIC S9(9) BINARY VALUE 1.
       01 MQRC-NO-MSG-AVAILABLE PIC S9(9) BINARY VALUE 2033.
