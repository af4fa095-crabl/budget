*>    record at booking time so the master stands on its own after
*>    the quote ages off to the archive.  The result amount is the
*>    accepted method's headline figure - total repayment for SI,
*>    compounded amount for CO, installment payment for AM, the
*>    amortizing payment for IB - the same reading the inquiry
*>    screen gives those columns.
*>
*>    The servicing block behind the terms is where the loan stands
*>    today, kept by LNSERV: LNBOOK opens it when the loan is booked
*>    and LNPAY moves it on as payments are applied.  The schedule
*>    start is the date the payment calendar counts from (the quoted
*>    start date, or the booking date when none was quoted).  The
*>    next due date is the oldest installment not yet paid in full,
*>    with what has been paid toward it so far alongside; the accrued
*>    period count says how far interest has been charged, and the
*>    interest due is what has been charged and not yet collected.
*>    The servicing block was appended to the original layout: a
*>    master cut at the old length is blank-padded to the new one
*>    before it mounts, and a loan whose servicing block is blank is
*>    opened the first time LNSERV sees it.
*>
*>    The disclosure block is the origination fee the loan was booked
*>    with and the annual percentage rate disclosed on it (both zero
*>    for SI and CO).  It was appended behind the servicing block the
*>    same way, and a blank block reads as no fee.
*>
*>    The balloon block is an IB loan's structure: its interest-only
*>    and balloon terms, the interest-only payment due each period
*>    of the interest-only term, and the balloon due at maturity
*>    (the result amount is the amortizing payment).  Zero for the
*>    other methods; appended behind the disclosure block the same
*>    way.
*>
*>    The customer number links the loan to its borrower on the
*>    customer master LNCUST - LNBOOK sets it at booking, LNCUSMNT
*>    links a loan booked before the master existed.  Appended
*>    behind the balloon block the same way; a blank number is a
*>    loan not yet linked to any customer.
01  BookedLoanRecord.
	02 BookedDate PIC 9(8).
	02 BookedBranchId PIC X(4).
	02 BookedBasis PIC X(1).
	02 BookedResultAmount PIC 999999999.99.
	02 BookedTotalInterest PIC 999999999.99.
	02 BookedServicing.
		03 BookedScheduleStart PIC 9(8).
		03 BookedLoanStatus PIC X(1).
			88 Booked-Active VALUE "A".
			88 Booked-Paid-In-Full VALUE "P".
		03 BookedBalance PIC 9(9)V99.
		03 BookedInterestDue PIC 9(9)V99.
		03 BookedAccruedPeriods PIC 9(4).
		03 BookedPeriodsPaid PIC 9(4).
		03 BookedInstallmentPaid PIC 9(9)V99.
		03 BookedNextDueDate PIC 9(8).
		03 BookedPaidToDate PIC 9(8).
		03 BookedLastPaymentDate PIC 9(8).
		03 BookedPrincipalCollected PIC 9(9)V99.
		03 BookedInterestCollected PIC 9(9)V99.
	02 BookedDisclosure.
		03 BookedOriginationFee PIC 9(7)V99.
		03 BookedAnnualPercentageRate PIC 9(3)V999.
	02 BookedBalloonTerms.
		03 BookedInterestOnlyYears PIC 9(4).
		03 BookedBalloonYears PIC 9(4).
		03 BookedInterestOnlyPayment PIC 9(9)V99.
		03 BookedBalloonAmount PIC 9(9)V99.
	02 BookedCustomer.
		03 BookedCustomerNumber PIC 9(8).
