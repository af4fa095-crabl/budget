*>    Loan transaction history - one record per payment applied to a
*>    booked loan, appended by LNPAY, so every loan's payment trail
*>    can be rebuilt without the branch's paper: the loan (branch,
*>    reference and the date it was booked), the date the customer
*>    paid and the date it was posted, how the payment split between
*>    interest and principal, and where the loan stood afterwards.
*>    The sequence is the payment's position in the day's feed and is
*>    the same number its GL extract records carry.
01  LoanTransactionRecord.
	02 TranBranchId PIC X(4).
	02 TranLoanReference PIC X(12).
	02 TranBookedDate PIC 9(8).
	02 TranPostedDate PIC 9(8).
	02 TranSequence PIC 9(8).
	02 TranType PIC X(1).
		88 Tran-Payment VALUE "P".
	02 TranPaymentDate PIC 9(8).
	02 TranAmount PIC 9(9)V99.
	02 TranInterest PIC 9(9)V99.
	02 TranPrincipal PIC 9(9)V99.
	02 TranBalanceAfter PIC 9(9)V99.
	02 TranInterestDueAfter PIC 9(9)V99.
	02 TranNextDueDate PIC 9(8).
	02 TranPeriodsPaid PIC 9(4).
	02 TranLoanStatus PIC X(1).
