           05 JL-ACTION    PIC X(01).
           05 JL-KEY       PIC X(44).
           05 JL-IMAGE     PIC X(3100).
      *> CHAIN FIELDS -- SEE InCollegewithEpic7.cob
           05 JL-SEAL-TYPE PIC X(01).
           05 JL-SEAL-SEQ  PIC 9(9).
           05 JL-SEAL-CHECK PIC 9(10).

       FD DELTA-CONTROL-FILE.
       01 DELTA-CONTROL-RECORD.
