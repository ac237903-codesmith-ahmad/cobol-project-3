      * installment it is, when it falls due (CCYYMMDD), and how much.
      * PLAN-MAINT sets plans up and tears them down; the monthly
      * late-fee batch compares due-to-date amounts against
      * PAYMENTS.dat; the statement and WELCOME-PROGRAM's student
      * screen show plan status wherever the balance is shown.
      *****************************************************************
       01 PLAN-RECORD.
