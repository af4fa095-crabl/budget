IDENTIFICATION DIVISION.
	PROGRAM-ID. LNDUEDT.
	AUTHOR. CRABL.

*>    LNDUEDT holds the payment-calendar rules in one place, the same
*>    way LNCALC holds the loan math: the quote schedule LNCALC
*>    builds and the servicing of a booked loan afterwards (payment
*>    posting, aging, payoff) all count due dates through this
*>    subprogram, so the day a booked loan's installment falls due is
*>    the day its quote schedule said it would.
*>
*>    Due dates are counted forward from the loan start date in whole
*>    months per period (12 annual, 3 quarterly, 1 monthly - an
*>    unkeyed frequency is annual, as everywhere else), with the
*>    day-of-month clamped back when the start day does not exist in
*>    the due month - a loan drawn on the 31st falls due on the 30th
*>    (or February's end) in the short months, the usual banking
*>    rule.  The caller supplies the start date, frequency and period
*>    number; LNDUEDT answers with that period's due date, the
*>    previous period's (the start date before period one) and the
*>    real days between them for the actual/365 accrual.  A start
*>    date that is not a real calendar date comes back invalid with
*>    zero dates.

DATA DIVISION.
	WORKING-STORAGE SECTION.
		01 PeriodMonths PIC 9(2).
		01 StartDateSplit.
			02 StartYear PIC 9(4).
			02 StartMonth PIC 9(2).
			02 StartDay PIC 9(2).
		01 DuePeriodNumber PIC 9(4).
		01 DueMonthsWork PIC 9(7).
		01 DueMonthRemainder PIC 9(2).
		01 DueDateWork.
			02 DueYear PIC 9(4).
			02 DueMonth PIC 9(2).
			02 DueDay PIC 9(2).
		01 DueDateOut PIC 9(8).
		01 DueMonthEndDay PIC 9(2).
		01 LeapWork PIC 9(4).
		01 LeapRemainder PIC 9(4).
		01 LeapFlag PIC X(1).
			88 Leap-Year VALUE "Y".

LINKAGE SECTION.
	COPY "lnduedt.cpy".

PROCEDURE DIVISION USING DueDateLookup.
	0000-Main.
		MOVE ZERO TO DueLookupDate, DueLookupPriorDate,
			DueLookupDays
		PERFORM 0500-Edit-Start-Date
		IF DueLookup-Valid
			EVALUATE DueLookupFrequency
				WHEN "Q"
					MOVE 3 TO PeriodMonths
				WHEN "M"
					MOVE 1 TO PeriodMonths
				WHEN OTHER
					MOVE 12 TO PeriodMonths
			END-EVALUATE
			MOVE DueLookupPeriod TO DuePeriodNumber
			PERFORM 0700-Compute-Due-Date
			MOVE DueDateOut TO DueLookupDate
			IF DueLookupPeriod > ZERO
				SUBTRACT 1 FROM DuePeriodNumber
				PERFORM 0700-Compute-Due-Date
			END-IF
			MOVE DueDateOut TO DueLookupPriorDate
			COMPUTE DueLookupDays =
				FUNCTION INTEGER-OF-DATE(DueLookupDate)
				- FUNCTION INTEGER-OF-DATE(DueLookupPriorDate)
		END-IF
		GOBACK.

*>    The arithmetic below trusts the start date, so it must be a
*>    real calendar date first.
	0500-Edit-Start-Date.
		SET DueLookup-Valid TO TRUE
		IF DueLookupStartDate IS NOT NUMERIC
				OR DueLookupStartDate = ZERO
			SET DueLookup-Invalid TO TRUE
		ELSE
			DIVIDE DueLookupStartDate BY 10000 GIVING StartYear
				REMAINDER DueMonthsWork
			DIVIDE DueMonthsWork BY 100 GIVING StartMonth
				REMAINDER DueDay
			MOVE DueDay TO StartDay
			IF StartMonth < 1 OR StartMonth > 12 OR StartDay < 1
				SET DueLookup-Invalid TO TRUE
			ELSE
				MOVE StartYear TO DueYear
				MOVE StartMonth TO DueMonth
				PERFORM 0750-Set-Month-End-Day
				IF StartDay > DueMonthEndDay
					SET DueLookup-Invalid TO TRUE
				END-IF
			END-IF
		END-IF.

*>    Due date for period DuePeriodNumber: the start date pushed
*>    forward the period's whole months, day-of-month clamped to
*>    the due month's end.
	0700-Compute-Due-Date.
		COMPUTE DueMonthsWork = (StartYear * 12) + StartMonth - 1
			+ (DuePeriodNumber * PeriodMonths)
		DIVIDE DueMonthsWork BY 12 GIVING DueYear
			REMAINDER DueMonthRemainder
		COMPUTE DueMonth = DueMonthRemainder + 1
		PERFORM 0750-Set-Month-End-Day
		IF StartDay > DueMonthEndDay
			MOVE DueMonthEndDay TO DueDay
		ELSE
			MOVE StartDay TO DueDay
		END-IF
		COMPUTE DueDateOut =
			(DueYear * 10000) + (DueMonth * 100) + DueDay.

	0750-Set-Month-End-Day.
		EVALUATE DueMonth
			WHEN 4
			WHEN 6
			WHEN 9
			WHEN 11
				MOVE 30 TO DueMonthEndDay
			WHEN 2
				PERFORM 0760-Judge-Leap-Year
				IF Leap-Year
					MOVE 29 TO DueMonthEndDay
				ELSE
					MOVE 28 TO DueMonthEndDay
				END-IF
			WHEN OTHER
				MOVE 31 TO DueMonthEndDay
		END-EVALUATE.

	0760-Judge-Leap-Year.
		MOVE "N" TO LeapFlag
		DIVIDE DueYear BY 4 GIVING LeapWork
			REMAINDER LeapRemainder
		IF LeapRemainder = ZERO
			SET Leap-Year TO TRUE
			DIVIDE DueYear BY 100 GIVING LeapWork
				REMAINDER LeapRemainder
			IF LeapRemainder = ZERO
				MOVE "N" TO LeapFlag
				DIVIDE DueYear BY 400 GIVING LeapWork
					REMAINDER LeapRemainder
				IF LeapRemainder = ZERO
					SET Leap-Year TO TRUE
				END-IF
			END-IF
		END-IF.
