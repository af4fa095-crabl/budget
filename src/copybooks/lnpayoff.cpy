*>    Payoff quote detail - Inputs / Outputs for the LNPAYOFF
*>    subprogram alongside the shared loancalc.cpy record, so MAIN
*>    and LNBATCH quote a payoff through the same code.  The caller
*>    supplies the payoff date (branch and reference travel in the
*>    calculation record as for any quote); LNPAYOFF answers with
*>    the booked loan it found and the payoff figures: the principal
*>    outstanding, the interest owed to the payoff date (charged and
*>    unpaid, plus the days since the last due date, counted from
*>    the date and over the days shown), the per-diem for each day
*>    the payoff slips, and the total.
01  PayoffQuote.
	02 PayoffInputs.
		03 PayoffDate PIC 9(8).
	02 PayoffOutputs.
		03 PayoffBookedDate PIC 9(8).
		03 PayoffCalcMethod PIC X(2).
		03 PayoffPrincipal PIC 9(9)V99.
		03 PayoffInterest PIC 9(9)V99.
		03 PayoffInterestFromDate PIC 9(8).
		03 PayoffInterestDays PIC 9(5).
		03 PayoffPerDiem PIC 9(9)V99.
		03 PayoffTotal PIC 9(9)V99.
