               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT SCHED-PARM-FILE ASSIGN TO "scheduler-parm.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUMMARY-FILE ASSIGN TO
               "report-scheduler-summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> report-schedule.txt layout: one report per comma-delimited
      *> line - program name, frequency (D=daily, W=weekly on
      *> Monday, M=month-end) and the distribution destination the
      *> output should go to, then optionally a parameter for the
      *> program (PRGR0197 takes the ID of the report definition to
      *> run).  Lines starting with * are comments.

       FD SCHED-PARM-FILE.
       01 SCHED-PARM-LINE       PIC X(20). *> Parameter for the program called

       FD SUMMARY-FILE.
       01 SUMMARY-LINE          PIC X(100). *> One run-summary line
       01 WS-IN-PROGRAM        PIC X(8).        *> Parsed program name
       01 WS-IN-FREQ           PIC X(1).        *> Parsed frequency
       01 WS-IN-DEST           PIC X(40).       *> Parsed destination
       01 WS-IN-PARM           PIC X(20).       *> Parsed parameter
       01 WS-DUE               PIC X VALUE "N". *> This line runs today
       01 WS-RUN-COUNT         PIC 9(3) VALUE 0. *> Reports produced
       01 WS-FAIL-COUNT        PIC 9(3) VALUE 0. *> Reports that failed
           MOVE SPACES TO WS-IN-PROGRAM
           MOVE SPACES TO WS-IN-FREQ
           MOVE SPACES TO WS-IN-DEST
           MOVE SPACES TO WS-IN-PARM
           UNSTRING SCHEDULE-LINE DELIMITED BY ","
               INTO WS-IN-PROGRAM WS-IN-FREQ WS-IN-DEST WS-IN-PARM
           MOVE FUNCTION TRIM(WS-IN-PARM) TO WS-IN-PARM

           MOVE "N" TO WS-DUE
           EVALUATE WS-IN-FREQ
               EXIT PARAGRAPH
           END-IF

      *> The parameter travels on scheduler-parm.txt, the way the
      *> login travels on current-session.txt - a program that
      *> takes one reads it and runs without prompting.  The file
      *> is emptied again after every call.
           OPEN OUTPUT SCHED-PARM-FILE
           IF WS-IN-PARM NOT = SPACES
               MOVE WS-IN-PARM TO SCHED-PARM-LINE
               WRITE SCHED-PARM-LINE
           END-IF
           CLOSE SCHED-PARM-FILE

           MOVE WS-IN-PROGRAM TO WS-CALL-NAME
           MOVE 0 TO RETURN-CODE
      *> The program name came from an editable schedule file, so
                       "report-schedule.txt.***"
           END-CALL
           MOVE RETURN-CODE TO WS-RC-SAVE
      *> CANCELled so the same program scheduled again further down
      *> (another report definition) starts with fresh working
      *> storage.
           CANCEL WS-CALL-NAME
           MOVE 0 TO RETURN-CODE
           OPEN OUTPUT SCHED-PARM-FILE
           CLOSE SCHED-PARM-FILE

           MOVE SPACES TO SUMMARY-LINE
           IF WS-RC-SAVE > 1
               ADD 1 TO WS-FAIL-COUNT
               STRING "FAILED   " DELIMITED BY SIZE
                      WS-IN-PROGRAM DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-IN-PARM DELIMITED BY SPACE
                      " RC " DELIMITED BY SIZE
                      WS-RC-SAVE DELIMITED BY SIZE
                      " (WAS FOR: " DELIMITED BY SIZE
               ADD 1 TO WS-RUN-COUNT
               STRING "PRODUCED " DELIMITED BY SIZE
                      WS-IN-PROGRAM DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-IN-PARM DELIMITED BY SPACE
                      " RC " DELIMITED BY SIZE
                      WS-RC-SAVE DELIMITED BY SIZE
                      " -> ROUTE TO: " DELIMITED BY SIZE
