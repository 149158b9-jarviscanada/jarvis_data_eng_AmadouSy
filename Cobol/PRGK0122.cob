       FD SALV-STUDENT-FILE.
       01 SALV-STUDENT-RECORD.
           05 SALV-F-ID         PIC X(4).
           05 FILLER            PIC X(143).

       FD SALV-ENROLL-FILE.
       01 SALV-ENROLL-RECORD.
       FD SALV-INSTR-FILE.
       01 SALV-INSTR-RECORD.
           05 SALV-INSTR-ID     PIC X(4).
           05 FILLER            PIC X(74).

       FD CONTROL-FILE.
       01 CONTROL-LINE          PIC X(80).   *> One PRGV0001 control line
