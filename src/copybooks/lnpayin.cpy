*>    Payment transaction - one per payment a branch took in on a
*>    booked loan: which loan (branch and reference, as booked), the
*>    date the customer paid, and the amount received.  The branches
*>    send the day's payments as one feed, LNPAYIN, in the order they
*>    were taken.
01  PaymentRecord.
	02 PayBranchId PIC X(4).
	02 PayLoanReference PIC X(12).
	02 PayDate PIC 9(8).
	02 PayAmount PIC 9(9)V99.
