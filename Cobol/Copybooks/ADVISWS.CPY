      *>---------------------------------------------------------------
      *> ADVISWS.CPY
      *> Working-storage fields for the shared REASSIGN-ADVISEES
      *> paragraph (see ADVISVAL.CPY).  COPY this member wherever that
      *> paragraph is COPYed so the two stay in step.
      *>---------------------------------------------------------------
       01  WS-ADV-FROM-INSTR        PIC X(4).       *> Caller sets: advisor giving up advisees
       01  WS-ADV-TO-INSTR          PIC X(4).       *> Caller sets: new advisor, or SPACES
       01  WS-ADV-OPERATOR          PIC X(8).       *> Caller sets: USER-ID making the change
       01  WS-ADV-PROGRAM           PIC X(8).       *> Caller sets: PROGRAM-ID for the audit rows
       01  WS-ADV-TODAY             PIC X(8).       *> Caller sets: effective date, YYYYMMDD
       01  WS-ADV-EOF               PIC X VALUE "N". *> Advisor-scan EOF flag
       01  WS-ADV-COUNT             PIC 9(5) VALUE 0.
      *>         Advisees moved by the last REASSIGN-ADVISEES.
       01  WS-ADV-SAVE-RECORD       PIC X(28).      *> Row before the change, for the audit image
