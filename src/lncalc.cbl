		01 AmReciprocalFactor PIC 9(3)V9(10).
		01 AmWorkPayment PIC 9(9)V99.
		01 AmWorkTotalInterest PIC 9(9)V99.
*>    The periods the installment is worked over: the whole term for
*>    AM, what is left after the interest-only period for IB.
		01 AmPaymentPeriods PIC 9(6).

*>    Interest-only / balloon working storage.  The maturity is the
*>    balloon term when there is one, the whole term otherwise.
		01 IbInterestOnlyPeriods PIC 9(6).
		01 IbMaturityPeriods PIC 9(6).
		01 IbWorkIOPayment PIC 9(9)V99.
		01 IbWorkPeriodPayment PIC 9(9)V99.
		01 IbWorkBalloon PIC 9(9)V99.
		01 IbWorkTotalInterest PIC 9(9)V99.

*>    Disclosure working storage.  The APR is the periodic rate at
*>    which the level installments, discounted back, come to exactly
*>    the amount financed, annualized; it is found by halving the
*>    interval between a rate known to be too low and one known to
*>    be too high until the two agree far past the third decimal of
*>    the annual rate.  The top of the interval is the highest APR
*>    the disclosure can state.
		01 AprAmountFinanced PIC 9(9)V99.
		01 AprFinanceCharge PIC 9(9)V99.
		01 AprTotalOfPayments PIC 9(11)V99.
		01 AprLowRate PIC 9(2)V9(14).
		01 AprHighRate PIC 9(2)V9(14).
		01 AprTrialRate PIC 9(2)V9(14).
		01 AprDiscountFactor PIC 9V9(17).
		01 AprPresentValue PIC 9(11)V9(6).
		01 AprAnnualRate PIC 9(3)V999.
		01 AprMaximumAnnual PIC 9(3) VALUE 999.
		01 AprIterations PIC 9(2) VALUE 60.

*>    Payment-calendar working storage.  Due dates come from the
*>    LNDUEDT subprogram - the same calendar the servicing of a
*>    booked loan counts its installments by - along with the real
*>    days in each period for the actual/365 accrual.
		COPY "lnduedt.cpy".
		01 PeriodDays PIC 9(5).

*>    Set when a COMPUTE against the working fields above can't hold
		MOVE ZERO TO AmortizationEntryCount
		MOVE ZERO TO SimpleInterest, CompoundInterest,
			InstallmentPayment, TotalInterestPaid
		MOVE ZERO TO AnnualPercentageRate, FinanceCharge,
			AmountFinanced, TotalOfPayments
		MOVE ZERO TO InterestOnlyPayment, AmortizingPayment,
			BalloonAmount, BalloonTotalInterest
		SET Overflow-Not-Detected TO TRUE
		PERFORM 0500-Edit-Input
		IF Input-Valid
				WHEN "AM"
					PERFORM 4000-Calculate-Installment
					PERFORM 4500-Build-Installment-Schedule
					IF NOT Overflow-Detected
						PERFORM 4800-Calculate-Disclosure
					END-IF
				WHEN "IB"
					PERFORM 6000-Calculate-Balloon-Loan
					IF NOT Overflow-Detected
						PERFORM 6600-Set-Balloon-Results
					END-IF
				WHEN "AL"
					PERFORM 5000-Calculate-All-Methods
			END-EVALUATE
				MOVE ZERO TO SimpleInterest, CompoundInterest,
					InstallmentPayment, TotalInterestPaid,
					AmortizationEntryCount
				MOVE ZERO TO AnnualPercentageRate, FinanceCharge,
					AmountFinanced, TotalOfPayments
				MOVE ZERO TO InterestOnlyPayment, AmortizingPayment,
					BalloonAmount, BalloonTotalInterest
			END-IF
		END-IF
		GOBACK.
		IF LoanStartDate = SPACES
			MOVE ZERO TO LoanStartDate
		END-IF
		IF OriginationFee = SPACES
			MOVE ZERO TO OriginationFee
		END-IF
*>    The interest-only and balloon terms mean nothing to SI, CO or
*>    AM, whatever the caller left in them.
		IF InterestOnlyYears = SPACES
				OR (CalculationMethod NOT = "IB"
					AND CalculationMethod NOT = "AL")
			MOVE ZERO TO InterestOnlyYears
		END-IF
		IF BalloonYears = SPACES
				OR (CalculationMethod NOT = "IB"
					AND CalculationMethod NOT = "AL")
			MOVE ZERO TO BalloonYears
		END-IF
		IF Principal IS NOT NUMERIC OR NumberOfYears IS NOT NUMERIC
				OR InterestRate IS NOT NUMERIC
			SET Input-Invalid TO TRUE
		ELSE IF CalculationMethod NOT = "SI" AND
				CalculationMethod NOT = "CO" AND
				CalculationMethod NOT = "AM" AND
				CalculationMethod NOT = "IB" AND
				CalculationMethod NOT = "AL"
			SET Input-Invalid TO TRUE
			MOVE "INVALID METHOD - USE SI, CO, AM, IB, AL"
				TO EditMessage
		ELSE IF PaymentFrequency NOT = "A" AND
				PaymentFrequency NOT = "Q" AND
			SET Input-Invalid TO TRUE
			MOVE "START DATE REQUIRED FOR ACTUAL/365 BASIS"
				TO EditMessage
		ELSE IF OriginationFee IS NOT NUMERIC
			SET Input-Invalid TO TRUE
			MOVE "ORIGINATION FEE IS NOT NUMERIC" TO EditMessage
		ELSE IF OriginationFee NOT < Principal
			SET Input-Invalid TO TRUE
			MOVE "ORIGINATION FEE MUST BE UNDER PRINCIPAL"
				TO EditMessage
		ELSE IF InterestOnlyYears IS NOT NUMERIC
				OR BalloonYears IS NOT NUMERIC
			SET Input-Invalid TO TRUE
			MOVE "IO OR BALLOON TERM IS NOT NUMERIC" TO EditMessage
		ELSE IF CalculationMethod = "IB" AND InterestOnlyYears = ZERO
				AND BalloonYears = ZERO
			SET Input-Invalid TO TRUE
			MOVE "IB LOAN NEEDS AN IO OR BALLOON TERM" TO EditMessage
		ELSE IF InterestOnlyYears NOT < NumberOfYears
			SET Input-Invalid TO TRUE
			MOVE "INTEREST-ONLY PERIOD MUST BE UNDER TERM"
				TO EditMessage
		ELSE IF BalloonYears > NumberOfYears
			SET Input-Invalid TO TRUE
			MOVE "BALLOON TERM EXCEEDS THE LOAN TERM" TO EditMessage
		ELSE IF BalloonYears > ZERO
				AND InterestOnlyYears > BalloonYears
			SET Input-Invalid TO TRUE
			MOVE "INTEREST-ONLY PERIOD PASSES THE BALLOON"
				TO EditMessage
		END-IF
		IF Input-Valid AND LoanStartDate > ZERO
			PERFORM 0550-Edit-Start-Date
		END-IF.

*>    A start date that was keyed at all must be a real calendar
*>    date - the due-date arithmetic trusts it.  Period zero asks
*>    the calendar for the start date itself.
	0550-Edit-Start-Date.
		MOVE LoanStartDate TO DueLookupStartDate
		MOVE PaymentFrequency TO DueLookupFrequency
		MOVE ZERO TO DueLookupPeriod
		CALL "LNDUEDT" USING DueDateLookup
		IF DueLookup-Invalid
			SET Input-Invalid TO TRUE
			MOVE "LOAN START DATE IS NOT A VALID DATE"
				TO EditMessage
		END-IF.

*>    An unkeyed frequency means annual - the only basis this system
		EVALUATE TRUE
			WHEN Frequency-Quarterly
				MOVE 4 TO PeriodsPerYear
			WHEN Frequency-Monthly
				MOVE 12 TO PeriodsPerYear
			WHEN OTHER
				MOVE 1 TO PeriodsPerYear
		END-EVALUATE
		COMPUTE TotalPeriods = NumberOfYears * PeriodsPerYear
*>    The per-period rate for the blank (historical) basis and for
*>    this nominal rate still prices the AM installment, the normal
*>    annuity convention.
		COMPUTE PeriodicRate = InterestRate / 100 / PeriodsPerYear
		MOVE TotalPeriods TO AmPaymentPeriods
		IF TotalPeriods > AmortMaxEntries
			SET Input-Invalid TO TRUE
			MOVE "LOAN TERM EXCEEDS MAXIMUM PERIODS" TO EditMessage
		END-IF.

*>    Both schedule builders run their current period through here:
*>    the period's due date goes on the schedule entry (zero when no
*>    start date was given, the period-number-only schedule of old),
*>    due date are counted off the calendar for the accrual below.
	0800-Set-Period-Calendar.
		IF LoanStartDate > ZERO
			MOVE LoanStartDate TO DueLookupStartDate
			MOVE PaymentFrequency TO DueLookupFrequency
			MOVE AmortIndex TO DueLookupPeriod
			CALL "LNDUEDT" USING DueDateLookup
			MOVE DueLookupDate TO AmortDueDate(AmortIndex)
			MOVE DueLookupDays TO PeriodDays
		ELSE
			MOVE ZERO TO AmortDueDate(AmortIndex)
		END-IF.
*>    differently over a long schedule, and the comparison must show
*>    the number the branch will get when they book it.  The work
*>    schedule is then discarded: a comparison is a quote of quotes,
*>    not a booking, so it emits no schedule detail.  Given an
*>    interest-only or balloon term it prices IB as well, into the
*>    IB figures; the AM installment is worked last, over the whole
*>    term, so it is the AM figure the result columns carry.
	5000-Calculate-All-Methods.
		PERFORM 1000-Calculate-Simple-Interest
		PERFORM 2000-Calculate-Compound-Interest
		PERFORM 2500-Build-Compound-Schedule
		IF InterestOnlyYears > ZERO OR BalloonYears > ZERO
			PERFORM 6000-Calculate-Balloon-Loan
		END-IF
		MOVE TotalPeriods TO AmPaymentPeriods
		PERFORM 4000-Calculate-Installment
		MOVE ZERO TO AmortizationEntryCount.

		END-IF
		MOVE AmortPeriodsToBuild TO AmortizationEntryCount
		MOVE Principal TO AmortWorkBalance
		PERFORM 2510-Build-Compound-Period
			VARYING AmortIndex FROM 1 BY 1
			UNTIL AmortIndex > AmortPeriodsToBuild OR Overflow-Detected

	4000-Calculate-Installment.
		COMPUTE AmCompoundFactor =
			(1 + PeriodicRate) ** AmPaymentPeriods
			ON SIZE ERROR SET Overflow-Detected TO TRUE
		END-COMPUTE
		IF NOT Overflow-Detected
		IF NOT Overflow-Detected
			MOVE AmWorkPayment TO InstallmentPayment
			COMPUTE AmWorkTotalInterest =
				(AmWorkPayment * AmPaymentPeriods) - Principal
				ON SIZE ERROR SET Overflow-Detected TO TRUE
			END-COMPUTE
			MOVE AmWorkTotalInterest TO TotalInterestPaid
		END-IF
		MOVE AmortPeriodsToBuild TO AmortizationEntryCount
		MOVE Principal TO AmortWorkBalance
		PERFORM 4510-Build-Installment-Period
			VARYING AmortIndex FROM 1 BY 1
			UNTIL AmortIndex > AmortPeriodsToBuild OR Overflow-Detected.
			ON SIZE ERROR SET Overflow-Detected TO TRUE
		END-COMPUTE
		MOVE AmortWorkBalance TO AmortClosingBalance(AmortIndex).

*>    The disclosure of an AM loan.  The fee is paid out of the
*>    loan, so the customer has the use of the principal less the
*>    fee (the amount financed) and repays every installment (the
*>    total of payments); the difference is the finance charge.  The
*>    APR is solved from the installment and the amount financed:
*>    with no fee it comes back to the note rate, and a fee pushes
*>    it above.  An APR past what the disclosure can state rejects
*>    the quote the same way any other out-of-range result does.
	4800-Calculate-Disclosure.
		COMPUTE AprAmountFinanced = Principal - OriginationFee
		COMPUTE AprTotalOfPayments = AmWorkPayment * TotalPeriods
		COMPUTE AprFinanceCharge =
			AprTotalOfPayments - AprAmountFinanced
			ON SIZE ERROR SET Overflow-Detected TO TRUE
		END-COMPUTE
		MOVE ZERO TO AprLowRate
		COMPUTE AprHighRate =
			AprMaximumAnnual / 100 / PeriodsPerYear
		PERFORM 4810-Try-APR-Rate AprIterations TIMES
		COMPUTE AprAnnualRate ROUNDED =
			AprHighRate * PeriodsPerYear * 100
			ON SIZE ERROR SET Overflow-Detected TO TRUE
		END-COMPUTE
		IF AprAnnualRate NOT < AprMaximumAnnual
			SET Overflow-Detected TO TRUE
		END-IF
		IF NOT Overflow-Detected
			MOVE AprAnnualRate TO AnnualPercentageRate
			MOVE AprFinanceCharge TO FinanceCharge
			MOVE AprAmountFinanced TO AmountFinanced
			MOVE AprTotalOfPayments TO TotalOfPayments
		END-IF.

*>    The installments discounted at the trial rate: worth more than
*>    the amount financed means the rate is too low.
	4810-Try-APR-Rate.
		COMPUTE AprTrialRate = (AprLowRate + AprHighRate) / 2
		COMPUTE AprDiscountFactor = 1 / (1 + AprTrialRate)
		COMPUTE AprPresentValue = AmWorkPayment
			* (1 - (AprDiscountFactor ** TotalPeriods)) / AprTrialRate
			ON SIZE ERROR MOVE ZERO TO AprPresentValue
		END-COMPUTE
		IF AprPresentValue > AprAmountFinanced
			MOVE AprTrialRate TO AprLowRate
		ELSE
			MOVE AprTrialRate TO AprHighRate
		END-IF.

*>    The interest-only / balloon loan.  The interest-only payment is
*>    one period's interest on the principal; the amortizing payment
*>    is the AM installment that pays the principal off over the
*>    periods left after the interest-only period; the schedule runs
*>    to maturity, interest-only periods first, and the balloon is
*>    whatever the schedule still owes at maturity after the last
*>    regular payment.  With no balloon term the loan runs its full
*>    term and there is no balloon - any rounding residue is left on
*>    the schedule's closing balance, as an AM loan's is.  Total
*>    interest is every payment and the balloon, less the principal.
	6000-Calculate-Balloon-Loan.
		COMPUTE IbInterestOnlyPeriods = InterestOnlyYears * PeriodsPerYear
		IF BalloonYears > ZERO
			COMPUTE IbMaturityPeriods = BalloonYears * PeriodsPerYear
		ELSE
			MOVE TotalPeriods TO IbMaturityPeriods
		END-IF
		COMPUTE AmPaymentPeriods = TotalPeriods - IbInterestOnlyPeriods
		IF IbInterestOnlyPeriods > ZERO
			COMPUTE IbWorkIOPayment = Principal * PeriodicRate
				ON SIZE ERROR SET Overflow-Detected TO TRUE
			END-COMPUTE
		ELSE
			MOVE ZERO TO IbWorkIOPayment
		END-IF
		IF NOT Overflow-Detected
			PERFORM 4000-Calculate-Installment
		END-IF
		IF NOT Overflow-Detected
			PERFORM 6500-Build-Balloon-Schedule
		END-IF
		IF NOT Overflow-Detected
			IF IbMaturityPeriods < TotalPeriods
				MOVE AmortWorkBalance TO IbWorkBalloon
			ELSE
				MOVE ZERO TO IbWorkBalloon
			END-IF
			COMPUTE IbWorkTotalInterest =
				(IbWorkIOPayment * IbInterestOnlyPeriods)
				+ (AmWorkPayment
					* (IbMaturityPeriods - IbInterestOnlyPeriods))
				+ IbWorkBalloon - Principal
				ON SIZE ERROR SET Overflow-Detected TO TRUE
			END-COMPUTE
		END-IF
		IF NOT Overflow-Detected
			MOVE IbWorkIOPayment TO InterestOnlyPayment
			MOVE AmWorkPayment TO AmortizingPayment
			MOVE IbWorkBalloon TO BalloonAmount
			MOVE IbWorkTotalInterest TO BalloonTotalInterest
		END-IF.

	6500-Build-Balloon-Schedule.
		MOVE IbMaturityPeriods TO AmortizationEntryCount
		MOVE Principal TO AmortWorkBalance
		PERFORM 6510-Build-Balloon-Period
			VARYING AmortIndex FROM 1 BY 1
			UNTIL AmortIndex > IbMaturityPeriods OR Overflow-Detected.

	6510-Build-Balloon-Period.
		IF AmortIndex > IbInterestOnlyPeriods
			MOVE AmWorkPayment TO IbWorkPeriodPayment
		ELSE
			MOVE IbWorkIOPayment TO IbWorkPeriodPayment
		END-IF
		MOVE AmortIndex TO AmortPeriod(AmortIndex)
		PERFORM 0800-Set-Period-Calendar
		MOVE AmortWorkBalance TO AmortOpeningBalance(AmortIndex)
		PERFORM 0850-Accrue-Period-Interest
		MOVE AmortWorkInterest TO AmortInterestAccrued(AmortIndex)
		COMPUTE AmortWorkBalance = AmortWorkBalance
			- (IbWorkPeriodPayment - AmortWorkInterest)
			ON SIZE ERROR SET Overflow-Detected TO TRUE
		END-COMPUTE
		MOVE AmortWorkBalance TO AmortClosingBalance(AmortIndex).

*>    An IB request answers in the result columns as well, the way
*>    the history, audit and report records read them.
	6600-Set-Balloon-Results.
		MOVE InterestOnlyPayment TO SimpleInterest
		MOVE BalloonAmount TO CompoundInterest
		MOVE AmortizingPayment TO InstallmentPayment
		MOVE BalloonTotalInterest TO TotalInterestPaid.
