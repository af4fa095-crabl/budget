		COPY "lnrate.cpy".
		COPY "lnbranch.cpy".
		COPY "lndate.cpy".
		COPY "lnpayoff.cpy".
		COPY "lndisc.cpy".

*>    The business processing date every record this quote produces
*>    is stamped with - from the LNBUSDT control file through
			02 CompareSIInterest PIC 9(9)V99.
			02 CompareCOInterest PIC 9(9)V99.
			02 CompareAMInterest PIC 9(9)V99.
			02 CompareIBInterest PIC 9(9)V99.
			02 CompareLowest PIC 9(9)V99.
			02 CompareLineInterest PIC 9(9)V99.
			02 CompareWorkResult PIC 9(9)V99.
	0000-Main.
		PERFORM 0500-Get-Processing-Date
		PERFORM 1000-Get-Loan-Input
		IF CalculationMethod = "PO"
			PERFORM 1700-Quote-Payoff
		ELSE
			PERFORM 1500-Validate-Rate
			IF Input-Valid
				PERFORM 1600-Check-Branch-Authority
			END-IF
			IF Input-Valid
				CALL "LNCALC" USING InterestCalculation,
					AmortizationSchedule
			END-IF
		END-IF
		PERFORM 2000-Display-Result
		PERFORM 4000-Write-Audit-Record
*>    A payoff quote prices a loan already booked - it is not a new
*>    quote, so it goes to the audit log only.
		IF Input-Valid AND CalculationMethod NOT = "PO"
			PERFORM 3000-Record-History
		END-IF
*>    A comparison quote prices every method but books none of
*>    them, so nothing goes to the GL extract.
		IF Input-Valid AND CalculationMethod NOT = "AL"
				AND CalculationMethod NOT = "PO"
			PERFORM 5000-Write-GL-Extract
			IF AmortizationEntryCount > ZERO
				PERFORM 6000-Write-Schedule-Detail
		DISPLAY "Customer/Loan Reference: " WITH NO ADVANCING
		ACCEPT LoanReference

		DISPLAY "Calculation Method (SI/CO/AM/IB/AL/PO): "
			WITH NO ADVANCING
		ACCEPT CalculationMethod

		IF CalculationMethod = "PO"
			PERFORM 1100-Get-Payoff-Input
		ELSE
			PERFORM 1200-Get-Schedule-Input
		END-IF.

*>    A payoff quote takes the loan's own terms from the booked loan
*>    master, so it is not asked for principal, term or rate; the
*>    only other question is the date.
	1100-Get-Payoff-Input.
		DISPLAY "Payoff Date (YYYYMMDD, blank for today): "
			WITH NO ADVANCING
		ACCEPT PayoffDate
		IF PayoffDate IS NOT NUMERIC OR PayoffDate = ZERO
			MOVE TodaysDate TO PayoffDate
		END-IF.

*>    Every quote but a payoff is priced from the terms keyed here.
	1200-Get-Schedule-Input.
		DISPLAY "Principal Amount: $" WITH NO ADVANCING
		ACCEPT Principal

		DISPLAY "Interest Rate (%): " WITH NO ADVANCING
		ACCEPT InterestRate

		DISPLAY "Payment Frequency (A/Q/M, blank for annual): "
			WITH NO ADVANCING
		ACCEPT PaymentFrequency

		DISPLAY "Day-Count Basis (T=30/360, A=actual/365,"
			" blank for periodic): " WITH NO ADVANCING
		ACCEPT DayCountBasis

		DISPLAY "Origination Fee (blank for none): $"
			WITH NO ADVANCING
		ACCEPT OriginationFee

*>    An IB loan needs its interest-only and balloon terms; on a
*>    comparison they are optional and price IB alongside the rest.
		IF CalculationMethod = "IB" OR CalculationMethod = "AL"
			DISPLAY "Interest-Only Period (years, blank for none): "
				WITH NO ADVANCING
			ACCEPT InterestOnlyYears
			DISPLAY "Balloon Term (years, blank for none): "
				WITH NO ADVANCING
			ACCEPT BalloonYears
		END-IF.

*>    Consult the head-office rate table before calculating: fill an
*>    omitted rate from the table, let a keyed rate within tolerance
				CONTINUE
		END-EVALUATE.

*>    The payoff is priced from the booked loan through LNPAYOFF,
*>    which answers in the calculation record like any quote.  No
*>    rate table or lending authority applies to a loan already on
*>    the books, so the audit shows the loan's own rate as keyed and
*>    no table rate.
	1700-Quote-Payoff.
		MOVE SPACES TO PaymentFrequency, DayCountBasis
		CALL "LNPAYOFF" USING InterestCalculation, PayoffQuote
		MOVE InterestRate TO KeyedInterestRate
		MOVE ZERO TO RateLookupPostedRate, AmortizationEntryCount.

	2000-Display-Result.
		IF Input-Invalid
			DISPLAY "*** ", EditMessage
				WHEN "AM"
					DISPLAY "INSTALLMENT PAYMENT IS ", InstallmentPayment
					DISPLAY "TOTAL INTEREST PAID IS ", TotalInterestPaid
					PERFORM 2050-Display-Disclosure
					PERFORM 2100-Display-Amortization-Schedule
				WHEN "IB"
					DISPLAY "INTEREST-ONLY PAYMENT IS ",
						InterestOnlyPayment
					DISPLAY "AMORTIZING PAYMENT IS ", AmortizingPayment
					DISPLAY "BALLOON AMOUNT IS ", BalloonAmount
					DISPLAY "TOTAL INTEREST PAID IS ",
						BalloonTotalInterest
					PERFORM 2100-Display-Amortization-Schedule
				WHEN "AL"
					PERFORM 2200-Display-Comparison
				WHEN "PO"
					PERFORM 2300-Display-Payoff
			END-EVALUATE
		END-IF.

*>    The disclosure figures on the screen, and the statement for
*>    the customer on the disclosure print.
	2050-Display-Disclosure.
		DISPLAY "ANNUAL PERCENTAGE RATE IS ", AnnualPercentageRate
		DISPLAY "FINANCE CHARGE IS ", FinanceCharge
		DISPLAY "AMOUNT FINANCED IS ", AmountFinanced
		DISPLAY "TOTAL OF PAYMENTS IS ", TotalOfPayments
		SET Disclosure-Quote TO TRUE
		MOVE TodaysDate TO DisclosureDate
		CALL "LNDISC" USING InterestCalculation, AmortizationSchedule,
			DisclosureRequest.

	2100-Display-Amortization-Schedule.
		DISPLAY "PERIOD DUE DATE OPENING BAL   INTEREST"
			"   CLOSING BAL"
		IF CompareAMInterest < CompareLowest
			MOVE CompareAMInterest TO CompareLowest
		END-IF
		MOVE BalloonTotalInterest TO CompareIBInterest
		IF AmortizingPayment > ZERO
				AND CompareIBInterest < CompareLowest
			MOVE CompareIBInterest TO CompareLowest
		END-IF
		DISPLAY "METHOD        RESULT  TOTAL INTEREST"
		MOVE "SI" TO CompareMethod
		MOVE SimpleInterest TO CompareResult-Ed
		MOVE "AM" TO CompareMethod
		MOVE InstallmentPayment TO CompareResult-Ed
		MOVE CompareAMInterest TO CompareLineInterest
		PERFORM 2210-Display-Comparison-Line
*>    IB shows its amortizing payment, with the interest-only
*>    payment and balloon spelled out beneath it.
		IF AmortizingPayment > ZERO
			MOVE "IB" TO CompareMethod
			MOVE AmortizingPayment TO CompareResult-Ed
			MOVE CompareIBInterest TO CompareLineInterest
			PERFORM 2210-Display-Comparison-Line
			DISPLAY "    INTEREST-ONLY PAYMENT ", InterestOnlyPayment,
				"  BALLOON ", BalloonAmount
		END-IF.

	2210-Display-Comparison-Line.
		MOVE CompareLineInterest TO CompareInterest-Ed
		DISPLAY CompareMethod "  " CompareResult-Ed "  "
			CompareInterest-Ed "  " CompareFlag.

	2300-Display-Payoff.
		DISPLAY "PAYOFF AS OF ", PayoffDate, " FOR LOAN BOOKED ",
			PayoffBookedDate, " (", PayoffCalcMethod, ")"
		MOVE PayoffPrincipal TO CompareResult-Ed
		DISPLAY "OUTSTANDING PRINCIPAL IS ", CompareResult-Ed
		MOVE PayoffInterest TO CompareResult-Ed
		DISPLAY "INTEREST ACCRUED IS ", CompareResult-Ed,
			" (", PayoffInterestDays, " DAY(S) SINCE ",
			PayoffInterestFromDate, ")"
		MOVE PayoffPerDiem TO CompareResult-Ed
		DISPLAY "PER DIEM IS ", CompareResult-Ed
		MOVE PayoffTotal TO CompareResult-Ed
		DISPLAY "TOTAL PAYOFF IS ", CompareResult-Ed.

	3000-Record-History.
		OPEN I-O LoanHistoryFile
		IF LoanHistoryStatus = "35"
				MOVE CompoundInterest TO GLInterestAmount
			WHEN "AM"
				MOVE TotalInterestPaid TO GLInterestAmount
			WHEN "IB"
				MOVE TotalInterestPaid TO GLInterestAmount
		END-EVALUATE
		WRITE GLExtractRecord
		CLOSE GLExtractFile.

*>    Period-by-period detail for CO/AM/IB quotes, keyed by the same
*>    run-date + time pair 5000-Write-GL-Extract puts on this quote's
*>    GL record - the interactive mirror of LNBATCH's
*>    2610-Write-Schedule-Line, so the end-of-day reconciliation can
