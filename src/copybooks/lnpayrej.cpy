*>    Rejected payment - the transaction exactly as it arrived, in
*>    the LNPAYIN layout, followed by the reason it was not applied:
*>    no booked loan answers to it, or the loan could not take it.
*>    The branch corrects the leading fields and the record (cut back
*>    to the LNPAYIN length) mounts as the next run's input, the same
*>    correction loop LNBKREJ gives the booking feed.
01  PaymentRejectRecord.
	02 PaymentRejectPayment.
		03 PayRejBranchId PIC X(4).
		03 PayRejLoanReference PIC X(12).
		03 PayRejDate PIC 9(8).
		03 PayRejAmount PIC 9(9)V99.
	02 PaymentRejectReason PIC X(40).
