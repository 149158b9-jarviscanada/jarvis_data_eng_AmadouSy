       01  WS-PLAN-DUE-TO-DATE      PIC 9(6)V99 VALUE 0.
      *>         Amount due through WS-PLAN-TODAY under the plan.
       01  WS-PLAN-MONTHS           PIC S9(4) VALUE 0. *> Scratch month arithmetic
       01  WS-PLAN-MONTH-IX         PIC 9(6) VALUE 0. *> Installment's year*12 + month-1
       01  WS-PLAN-INST-DATE        PIC 9(8) VALUE 0. *> Installment's nominal due date
