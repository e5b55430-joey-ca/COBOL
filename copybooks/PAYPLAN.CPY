      ******************************************************************
      * Payment-plan master record layout for the indexed PAYPLAN.TXT,
      * keyed on PP-STUDENT-NUMBER, one plan per student, set up,
      * changed and cancelled at the counter by
      * PAYMENT-PLAN-MAINTENANCE. The plan amount is split into
      * PP-INSTALLMENT-COUNT monthly installments (at most 12), each
      * with its own due date and amount. PP-PLAN-STATUS is A for an
      * active plan, D for a plan defaulted by PAYMENT-PLAN-MONITOR
      * after too many missed installments, C for a plan cancelled at
      * the counter (or by PAYMENT-PLAN-MONITOR once the account is
      * referred to collections or written off) and P for a plan paid
      * in full. Each night PAYMENT-PLAN-MONITOR totals the
      * student's payments on PAYLEDGER.TXT since PP-START-DATE (net
      * of returned-payment reversals) into PP-PAID-TO-DATE and marks
      * every installment that has fallen due M (met - paid to date
      * covers it and every installment before it) or X (missed); an
      * installment not yet due stays O (open). PP-MISSED-COUNT is
      * the number of missed installments. BILLING-STATEMENT-PRINT
      * shows the next open installment for a plan in good standing
      * and PLAN-STATUS-REPORT lists the plans in arrears.
      ******************************************************************
       01 PAYMENT-PLAN-RECORD.
           05 PP-STUDENT-NUMBER PIC 9(7).
           05 PP-PLAN-AMOUNT PIC 9(5).
           05 PP-INSTALLMENT-COUNT PIC 9(2).
           05 PP-PLAN-STATUS PIC X.
           05 PP-MISSED-COUNT PIC 9(2).
           05 PP-START-DATE PIC 9(8).
           05 PP-PAID-TO-DATE PIC 9(7).
           05 PP-LAST-MONITOR-DATE PIC 9(8).
           05 PP-OPERATOR-ID PIC X(8).
           05 PP-INSTALLMENT OCCURS 12 TIMES.
               10 PP-DUE-DATE PIC 9(8).
               10 PP-INST-AMOUNT PIC 9(5).
               10 PP-INST-STATUS PIC X.
