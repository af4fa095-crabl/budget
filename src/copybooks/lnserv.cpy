*>    Shared loan-servicing request record - Inputs / Outputs for the
*>    LNSERV subprogram, kept in one copybook for the same reason as
*>    loancalc.cpy: every program that moves a booked loan on (or
*>    reads where it stands) goes through the same code and can never
*>    drift apart on how a payment splits or when interest is due.
*>    The booked loan record itself is passed alongside and is
*>    updated in place.
*>        B  open servicing on a newly booked loan
*>        P  apply a payment of the amount, dated the service date
*>        A  age the loan as of the service date - the oldest unpaid
*>           due date, the days it is past due, the installments
*>           behind and the amount needed to bring the loan current;
*>           the servicing block is left exactly as it was
*>        Q  quote the payoff as of the service date - the balance,
*>           the interest charged and not paid plus the interest run
*>           up day by day since the last due date, the per-diem
*>           for each day the payoff slips, and the total; the
*>           servicing block is left exactly as it was
01  ServiceRequest.
	02 ServiceInputs.
		03 ServiceFunction PIC X(1).
			88 Service-Open VALUE "B".
			88 Service-Post-Payment VALUE "P".
			88 Service-Age VALUE "A".
			88 Service-Quote-Payoff VALUE "Q".
		03 ServiceDate PIC 9(8).
		03 ServiceAmount PIC 9(9)V99.
	02 ServiceOutputs.
		03 ServiceInterestPart PIC 9(9)V99.
		03 ServicePrincipalPart PIC 9(9)V99.
		03 ServiceStatus PIC X(1).
			88 Service-Done VALUE "D".
			88 Service-Refused VALUE "R".
		03 ServiceMessage PIC X(40).
		03 ServiceAging.
			04 ServiceOldestDueDate PIC 9(8).
			04 ServiceDaysPastDue PIC 9(5).
			04 ServiceInstallmentsDue PIC 9(4).
			04 ServiceAmountDue PIC 9(9)V99.
		03 ServicePayoff.
			04 ServicePayoffPrincipal PIC 9(9)V99.
			04 ServicePayoffInterest PIC 9(9)V99.
			04 ServicePerDiem PIC 9(9)V99.
			04 ServicePayoffTotal PIC 9(9)V99.
			04 ServiceInterestFromDate PIC 9(8).
			04 ServiceInterestDays PIC 9(5).
