			88 Basis-Thirty-360 VALUE "T".
			88 Basis-Actual-365 VALUE "A".
			88 Basis-Periodic VALUE " ".
*>    The lender's origination fee - a prepaid finance charge the
*>    customer pays out of the loan, so it comes off the amount
*>    financed and goes into the finance charge.  Zero (or blank)
*>    for none.  It changes no interest figure; it feeds the
*>    disclosure outputs below.
		03 OriginationFee PIC 9(7)V99.
*>    The interest-only / balloon terms of an IB loan, in whole
*>    years (zero or blank for none; an IB loan has at least one).
*>    The loan pays interest only for the interest-only period, then
*>    amortizes over what is left of NumberOfYears; a balloon term
*>    shorter than NumberOfYears makes the loan mature then, with
*>    the balance still owed falling due as the balloon.  A
*>    comparison (AL) request that carries them prices IB alongside
*>    the other three methods.
		03 InterestOnlyYears PIC 9(4).
		03 BalloonYears PIC 9(4).
*>    For an IB loan the four result columns read as
*>        simple interest       the interest-only payment
*>        compound interest     the balloon amount
*>        installment payment   the amortizing payment
*>        total interest paid   all interest to maturity
*>    so the history, audit and report records carry it unchanged.
	02 Outputs.
		03 SimpleInterest PIC 999999999.99.
		03 CompoundInterest PIC 999999999.99.
		03 InstallmentPayment PIC 999999999.99.
		03 TotalInterestPaid PIC 999999999.99.
*>    The IB figures by name, for an IB request and for a comparison
*>    that priced IB alongside the others (zero otherwise).  The
*>    balloon is the balance still owed after the last regular
*>    payment, due with it at maturity.
	02 BalloonOutputs.
		03 InterestOnlyPayment PIC 999999999.99.
		03 AmortizingPayment PIC 999999999.99.
		03 BalloonAmount PIC 999999999.99.
		03 BalloonTotalInterest PIC 999999999.99.
*>    Truth-in-lending disclosure figures, worked out by LNCALC for
*>    an AM quote (zero for the other methods): the annual
*>    percentage rate - the yearly rate at which the installments
*>    repay the amount financed, so it carries the fee - the finance
*>    charge (all interest plus the fee), the amount financed (the
*>    principal less the fee) and the total of payments.
	02 DisclosureOutputs.
		03 AnnualPercentageRate PIC 999.999.
		03 FinanceCharge PIC 999999999.99.
		03 AmountFinanced PIC 999999999.99.
		03 TotalOfPayments PIC 999999999.99.
	02 EditStatus.
		03 InputIsValid PIC X(1).
			88 Input-Valid VALUE "Y".
