      *+---------------------------------------------------------------+
      *| CSRGEVT                                                       |
      *|   PARAMETER AREA FOR THE CSRGEVT CHANGE-EVENT PUBLISHER.      |
      *|   THE CALLER MOVES THE CSRGMAU RECORD IT HAS JUST WRITTEN     |
      *|   INTO CSRGEVT-MAU-RECORD AND CALLS CSRGEVT; THE CICS         |
      *|   CALLERS (CBSCSRM, CBSCSRP, CSRGLCK) FIRST TEST              |
      *|   CSRGOPT-BIT-EVENTS. CSRGEVT-HCONN IS 0 (MQHC-DEF-HCONN)     |
      *|   UNDER CICS; BATCH CALLERS PASS THE HANDLE FROM THEIR OWN    |
      *|   MQCONN. A LIVE EVENT IS PUT UNDER SYNCPOINT, SO IT COMMITS  |
      *|   OR BACKS OUT WITH THE CHANGE IT DESCRIBES; A REPLAYED       |
      *|   EVENT IS PUT OUTSIDE SYNCPOINT. CSRGEVT-RC IS 0 WHEN THE    |
      *|   EVENT WAS PUT, 1 WHEN IT WAS NOT (CSRGEVT-MQ-REASON HOLDS   |
      *|   THE MQ REASON CODE) - A LOST EVENT NEVER UNDOES THE CHANGE  |
      *|   ITSELF; CBSEVRPL RE-PUBLISHES FROM MAUEXTR.                 |
      *+---------------------------------------------------------------+
       01 CSRGEVT-PARM.
         03 CSRGEVT-ORIGIN PIC X(01).
           88 CSRGEVT-ORIGIN-LIVE VALUE 'L'.
           88 CSRGEVT-ORIGIN-REPLAY VALUE 'R'.
         03 CSRGEVT-HCONN PIC S9(9) BINARY.
         03 CSRGEVT-MAU-RECORD PIC X(169).
         03 CSRGEVT-RC PIC 9(1).
         03 CSRGEVT-MQ-REASON PIC S9(9) BINARY.
