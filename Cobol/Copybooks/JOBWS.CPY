       01  WS-JOB-READ              PIC 9(6) VALUE 0.
       01  WS-JOB-WRITTEN           PIC 9(6) VALUE 0.
       01  WS-JOB-REJECTED          PIC 9(6) VALUE 0.
       01  WS-JOB-SKIPPED           PIC 9(6) VALUE 0.
