      *> operators.dat (maintained by OPERMAINT), one line per
      *> operator as ID,NAME,PERMS, where ID is the four-character
      *> operator id, and PERMS is a string of permission letters:
      *>   L - ledger/customer/hold/loan/payee maintenance
      *>       (WriteLedger, CUSTMAINT, HOLDMAINT, LOANMAINT,
      *>       PAYEEMAINT, RETITEM, SANCREVIEW, DECEASED,
      *>       ESTSETTLE, DISPUTE, COLLECT, DRAWERMAINT,
      *>       MANDMAINT, PASSBOOK, SDBMAINT, LEGALORD,
      *>       ACCTOPEN, CHECKMAINT, ESCHEAT)
      *>   R - rate/fee/product/mapping maintenance (RATEMAINT,
      *>       FEEMAINT, PRODMAINT, GLMAINT, SOMAINT, BRMAINT)
      *>   S - system operations (SETBUSDATE, GENRESTORE,
      *>       CLEARLOCK, ARCHTRANS, HOLMAINT, JOBMAINT,
      *>       ROLLBACK, SANDBOX)
      *>   APPROVE checks the letter of the change it approves or
      *>   rejects - L for statement, payee and box-rent changes,
      *>   S for job-schedule changes, R for the rest.
      *>   A - administer the operator file itself (OPERMAINT)
      *> The session's operator comes from the OPERATOR_ID
      *> environment setting (the TRANS_TELLER sign-on pattern).
