IDENTIFICATION DIVISION.
	PROGRAM-ID. LNSERV.
	AUTHOR. CRABL.

*>    LNSERV holds the loan-servicing rules in one place, the same way
*>    LNCALC holds the quote math: LNBOOK opens servicing on a loan
*>    through it and LNPAY applies every payment through it, so a
*>    booked loan moves on by one set of rules wherever it is
*>    touched.  The caller passes the servicing request and the
*>    booked loan record; the record is updated in place.
*>
*>    Interest is charged a whole period at a time, the same way the
*>    LNCALC schedule accrues it for the loan's method, frequency and
*>    basis: on the actual/365 basis from the period's real days, on
*>    thirty/360 and the blank basis at the per-period rate.  AM
*>    charges on the balance still owed, SI always on the original
*>    principal, CO on the balance plus the interest not yet paid -
*>    the compounding the CO schedule shows.  A period is charged
*>    once its due date has come, or as soon as a payment starts on
*>    its installment (a payment made a few days early still pays
*>    that period's interest, as the schedule says it will).
*>
*>    A payment settles interest charged first and principal after,
*>    installment by installment, oldest first, up to and including
*>    the next installment to fall due.  The installment is the AM
*>    payment, or for SI the total repayment spread evenly over the
*>    periods; the last installment is whatever is still owed, so
*>    rounding never leaves a loan open a cent short.  Anything paid
*>    beyond the installments goes against the balance - the loan
*>    runs off sooner rather than paying ahead.  CO has no
*>    installments before maturity - the compounded amount falls due
*>    at the end - so a CO payment goes straight against the
*>    interest charged and then the balance.  A payment worth more
*>    than everything owed is refused whole and the loan is left
*>    exactly as it was.
*>
*>    An IB loan is serviced like AM, on the balance still owed, with
*>    two differences: each installment of the interest-only term is
*>    the interest-only payment, which leaves the balance where it
*>    is, and a loan with a balloon term matures at the balloon, so
*>    its last installment - everything still owed - is the balloon
*>    payment.
*>
*>    Aging (LNDELQ) only reads where a loan stands as of a date: an
*>    installment is past due once its due date has gone by unpaid,
*>    and the amount due is every such installment less what has
*>    already been paid toward the oldest - the figure that brings
*>    the loan current.  The loan itself is not moved.
*>
*>    A payoff quote (MAIN and LNBATCH, through LNPAYOFF) likewise
*>    leaves the loan where it is: the balance, the interest charged
*>    and not yet paid, and the interest run up since the last due
*>    date - by the day, on the loan's own basis: real days over 365
*>    on actual/365, thirty-day months over 360 otherwise.  A payment
*>    of the whole payoff figure as of its date closes the loan: that
*>    day's interest is charged and everything goes against interest
*>    and then the balance, with no installment split.

DATA DIVISION.
	WORKING-STORAGE SECTION.
		COPY "lnduedt.cpy".

		01 PeriodsPerYear PIC 9(2).
		01 TotalPeriods PIC 9(6).
		01 InterestOnlyPeriods PIC 9(6).
		01 PeriodicRate PIC 9(3)V9(8).

		01 ServicePeriod PIC 9(4).
		01 AccrualBase PIC 9(10)V99.
		01 AccrualInterest PIC 9(9)V99.
		01 PaymentLeft PIC 9(9)V99.
		01 PaymentNow PIC 9(9)V99.
		01 InterestNow PIC 9(9)V99.
		01 PrincipalNow PIC 9(9)V99.
		01 InstallmentDue PIC 9(10)V99.
		01 InstallmentLeft PIC 9(10)V99.
		01 AmountOwed PIC 9(10)V99.

*>    Interest by the day since the last due date, for a payoff.
		01 DailyInterest PIC 9(9)V99.
		01 DayCountYear PIC 9(3).
		01 DayCountDays PIC S9(7).
		01 DayCountFrom.
			02 DayFromYear PIC 9(4).
			02 DayFromMonth PIC 9(2).
			02 DayFromDay PIC 9(2).
		01 DayCountTo.
			02 DayToYear PIC 9(4).
			02 DayToMonth PIC 9(2).
			02 DayToDay PIC 9(2).

		01 AccrualDoneFlag PIC X(1).
			88 Accrual-Done VALUE "Y".
		01 InstallmentsDoneFlag PIC X(1).
			88 Installments-Done VALUE "Y".
		01 NextInstallmentFlag PIC X(1).
			88 Next-Installment-Taken VALUE "Y".
		01 PayoffPaymentFlag PIC X(1).
			88 Payoff-Payment VALUE "Y".

*>    The servicing block as it stood on entry, put back when a
*>    payment is refused - keep the length in step with the
*>    BookedServicing group in lnbkmst.cpy when that layout grows.
		01 ServicingSave PIC X(96).

LINKAGE SECTION.
	COPY "lnserv.cpy".
	COPY "lnbkmst.cpy".

PROCEDURE DIVISION USING ServiceRequest, BookedLoanRecord.
	0000-Main.
		SET Service-Done TO TRUE
		MOVE SPACES TO ServiceMessage
		MOVE ZERO TO ServiceInterestPart, ServicePrincipalPart
		MOVE ZERO TO ServiceOldestDueDate, ServiceDaysPastDue,
			ServiceInstallmentsDue, ServiceAmountDue
		MOVE ZERO TO ServicePayoffPrincipal, ServicePayoffInterest,
			ServicePerDiem, ServicePayoffTotal,
			ServiceInterestFromDate, ServiceInterestDays
		PERFORM 0600-Set-Period-Basis
		IF BookedLoanStatus = SPACE AND NOT Service-Open
			PERFORM 1000-Open-Servicing
		END-IF
		EVALUATE TRUE
			WHEN Service-Open
				PERFORM 1000-Open-Servicing
			WHEN Service-Post-Payment
				PERFORM 2000-Post-Payment
			WHEN Service-Age
				PERFORM 4000-Age-Loan
			WHEN Service-Quote-Payoff
				PERFORM 5000-Quote-Payoff
			WHEN OTHER
				SET Service-Refused TO TRUE
				MOVE "UNKNOWN SERVICING FUNCTION" TO ServiceMessage
		END-EVALUATE
		GOBACK.

*>    The same period arithmetic LNCALC's 0600-Set-Period-Basis
*>    uses, with an unkeyed frequency read as annual.  An IB loan
*>    with a balloon term runs its periods out to the balloon.
	0600-Set-Period-Basis.
		EVALUATE BookedFrequency
			WHEN "Q"
				MOVE 4 TO PeriodsPerYear
			WHEN "M"
				MOVE 12 TO PeriodsPerYear
			WHEN OTHER
				MOVE 1 TO PeriodsPerYear
		END-EVALUATE
		COMPUTE TotalPeriods = BookedNumberOfYears * PeriodsPerYear
		MOVE ZERO TO InterestOnlyPeriods
		IF BookedCalcMethod = "IB"
			COMPUTE InterestOnlyPeriods =
				BookedInterestOnlyYears * PeriodsPerYear
			IF BookedBalloonYears > ZERO
				COMPUTE TotalPeriods =
					BookedBalloonYears * PeriodsPerYear
			END-IF
		END-IF
		COMPUTE PeriodicRate = BookedInterestRate / 100 / PeriodsPerYear.

*>    A loan with no quoted start date counts its calendar from the
*>    day it was booked.  The first installment falls due one period
*>    out - for CO, whose only installment is the compounded amount,
*>    at maturity.
	1000-Open-Servicing.
		IF BookedStartDate IS NUMERIC AND BookedStartDate > ZERO
			MOVE BookedStartDate TO BookedScheduleStart
		ELSE
			MOVE BookedDate TO BookedScheduleStart
		END-IF
		SET Booked-Active TO TRUE
		MOVE BookedPrincipal TO BookedBalance
		MOVE ZERO TO BookedInterestDue, BookedAccruedPeriods,
			BookedPeriodsPaid, BookedInstallmentPaid,
			BookedPaidToDate, BookedLastPaymentDate,
			BookedPrincipalCollected, BookedInterestCollected
		IF BookedCalcMethod = "CO"
			MOVE TotalPeriods TO ServicePeriod
		ELSE
			MOVE 1 TO ServicePeriod
		END-IF
		PERFORM 8000-Get-Due-Date
		MOVE DueLookupDate TO BookedNextDueDate.

	2000-Post-Payment.
		MOVE BookedServicing TO ServicingSave
		IF Booked-Paid-In-Full
			SET Service-Refused TO TRUE
			MOVE "LOAN IS ALREADY PAID IN FULL" TO ServiceMessage
		ELSE IF ServiceAmount IS NOT NUMERIC OR ServiceAmount = ZERO
			SET Service-Refused TO TRUE
			MOVE "PAYMENT AMOUNT MUST BE GREATER THAN ZERO"
				TO ServiceMessage
		ELSE IF ServiceDate < BookedDate
			SET Service-Refused TO TRUE
			MOVE "PAYMENT IS DATED BEFORE THE LOAN WAS BOOKED"
				TO ServiceMessage
		ELSE
			MOVE ServiceAmount TO PaymentLeft
			PERFORM 3000-Accrue-To-Date
			PERFORM 2050-Check-Payoff-Payment
			IF BookedCalcMethod NOT = "CO" AND NOT Payoff-Payment
				MOVE "N" TO InstallmentsDoneFlag
				MOVE "N" TO NextInstallmentFlag
				PERFORM 2200-Apply-To-Installment
					UNTIL PaymentLeft = ZERO OR Booked-Paid-In-Full
						OR Installments-Done
			END-IF
			IF PaymentLeft > ZERO AND Booked-Active
				PERFORM 2100-Apply-To-Balance
			END-IF
			IF PaymentLeft > ZERO
				MOVE ServicingSave TO BookedServicing
				MOVE ZERO TO ServiceInterestPart, ServicePrincipalPart
				SET Service-Refused TO TRUE
				MOVE "PAYMENT EXCEEDS THE AMOUNT OWED"
					TO ServiceMessage
			ELSE
				MOVE ServiceDate TO BookedLastPaymentDate
			END-IF
		END-IF.

*>    A payment reaching the payoff figure for its date is a payoff:
*>    the interest since the last due date is charged now, so the
*>    payment closes the loan to the cent - more than the figure is
*>    still refused as worth more than is owed.
	2050-Check-Payoff-Payment.
		MOVE "N" TO PayoffPaymentFlag
		PERFORM 5100-Compute-Daily-Interest
		IF ServiceAmount NOT <
				BookedBalance + BookedInterestDue + DailyInterest
			SET Payoff-Payment TO TRUE
			ADD DailyInterest TO BookedInterestDue
		END-IF.

*>    Straight against the interest charged, then the balance: all
*>    of a CO payment, and whatever of any other payment is left once
*>    the installments it was due to meet are met.
	2100-Apply-To-Balance.
		COMPUTE AmountOwed = BookedBalance + BookedInterestDue
		IF PaymentLeft > AmountOwed
			MOVE AmountOwed TO PaymentNow
		ELSE
			MOVE PaymentLeft TO PaymentNow
		END-IF
		PERFORM 2300-Split-Payment
		PERFORM 2400-Check-Paid-In-Full
		IF Booked-Paid-In-Full
			MOVE TotalPeriods TO BookedPeriodsPaid
			MOVE TotalPeriods TO ServicePeriod
			PERFORM 8000-Get-Due-Date
			MOVE DueLookupDate TO BookedPaidToDate
		END-IF.

*>    Installments are met oldest first: every one already due by the
*>    payment date, then the next to fall due; a payment reaching past
*>    that one does not pay further installments ahead, it goes on to
*>    the balance.
	2200-Apply-To-Installment.
		COMPUTE ServicePeriod = BookedPeriodsPaid + 1
		IF ServicePeriod > TotalPeriods
			SET Installments-Done TO TRUE
		ELSE
			PERFORM 8000-Get-Due-Date
			IF DueLookupDate > ServiceDate
				IF Next-Installment-Taken
					SET Installments-Done TO TRUE
				ELSE
					SET Next-Installment-Taken TO TRUE
				END-IF
			END-IF
		END-IF
		IF NOT Installments-Done
			PERFORM 2210-Meet-Installment
		END-IF.

	2210-Meet-Installment.
		IF BookedAccruedPeriods < ServicePeriod
			PERFORM 3100-Accrue-Period
		END-IF
		PERFORM 2250-Set-Installment-Due
		IF InstallmentDue > BookedInstallmentPaid
			COMPUTE InstallmentLeft =
				InstallmentDue - BookedInstallmentPaid
		ELSE
			MOVE ZERO TO InstallmentLeft
		END-IF
		COMPUTE AmountOwed = BookedBalance + BookedInterestDue
		IF InstallmentLeft > AmountOwed
			MOVE AmountOwed TO InstallmentLeft
		END-IF
		IF InstallmentLeft = ZERO
			SET Installments-Done TO TRUE
		ELSE
			IF PaymentLeft > InstallmentLeft
				MOVE InstallmentLeft TO PaymentNow
			ELSE
				MOVE PaymentLeft TO PaymentNow
			END-IF
			PERFORM 2300-Split-Payment
			ADD PaymentNow TO BookedInstallmentPaid
			IF PaymentNow = InstallmentLeft
				PERFORM 2260-Advance-Installment
			END-IF
			PERFORM 2400-Check-Paid-In-Full
		END-IF.

*>    The last installment is everything still owed.
	2250-Set-Installment-Due.
		IF ServicePeriod >= TotalPeriods
			COMPUTE InstallmentDue = BookedBalance + BookedInterestDue
				+ BookedInstallmentPaid
		ELSE IF ServicePeriod <= InterestOnlyPeriods
			MOVE BookedInterestOnlyPayment TO InstallmentDue
		ELSE
			MOVE BookedResultAmount TO InstallmentDue
			IF BookedCalcMethod = "SI"
				COMPUTE InstallmentDue ROUNDED =
					InstallmentDue / TotalPeriods
			END-IF
		END-IF.

	2260-Advance-Installment.
		ADD 1 TO BookedPeriodsPaid
		MOVE ZERO TO BookedInstallmentPaid
		PERFORM 8000-Get-Due-Date
		MOVE DueLookupDate TO BookedPaidToDate
		IF ServicePeriod < TotalPeriods
			ADD 1 TO ServicePeriod
			PERFORM 8000-Get-Due-Date
			MOVE DueLookupDate TO BookedNextDueDate
		END-IF.

	2300-Split-Payment.
		IF PaymentNow > BookedInterestDue
			MOVE BookedInterestDue TO InterestNow
		ELSE
			MOVE PaymentNow TO InterestNow
		END-IF
		COMPUTE PrincipalNow = PaymentNow - InterestNow
		SUBTRACT InterestNow FROM BookedInterestDue
		SUBTRACT PrincipalNow FROM BookedBalance
		ADD InterestNow TO BookedInterestCollected,
			ServiceInterestPart
		ADD PrincipalNow TO BookedPrincipalCollected,
			ServicePrincipalPart
		SUBTRACT PaymentNow FROM PaymentLeft.

	2400-Check-Paid-In-Full.
		IF BookedBalance = ZERO AND BookedInterestDue = ZERO
			SET Booked-Paid-In-Full TO TRUE
			MOVE ZERO TO BookedNextDueDate, BookedInstallmentPaid
		END-IF.

*>    Charge every period whose due date has come by the service
*>    date and has not been charged yet.
	3000-Accrue-To-Date.
		MOVE "N" TO AccrualDoneFlag
		PERFORM 3050-Accrue-If-Due UNTIL Accrual-Done.

	3050-Accrue-If-Due.
		IF BookedAccruedPeriods >= TotalPeriods
			SET Accrual-Done TO TRUE
		ELSE
			COMPUTE ServicePeriod = BookedAccruedPeriods + 1
			PERFORM 8000-Get-Due-Date
			IF DueLookupDate > ServiceDate
				SET Accrual-Done TO TRUE
			ELSE
				PERFORM 3100-Accrue-Period
			END-IF
		END-IF.

*>    One period's interest, charged the way LNCALC's
*>    0850-Accrue-Period-Interest charges it.
	3100-Accrue-Period.
		PERFORM 8000-Get-Due-Date
		PERFORM 3110-Set-Accrual-Base
*>    SI's per-period share of its simple interest is taken straight
*>    from the annual rate, so the periods add back up to the
*>    simple-interest figure the quote showed to the cent.
		EVALUATE TRUE
			WHEN BookedBasis = "A"
				COMPUTE AccrualInterest = AccrualBase
					* (BookedInterestRate / 100) * DueLookupDays / 365
			WHEN BookedCalcMethod = "SI"
				COMPUTE AccrualInterest = AccrualBase
					* BookedInterestRate / 100 / PeriodsPerYear
			WHEN OTHER
				COMPUTE AccrualInterest = AccrualBase * PeriodicRate
		END-EVALUATE
		ADD AccrualInterest TO BookedInterestDue
		MOVE ServicePeriod TO BookedAccruedPeriods.

	3110-Set-Accrual-Base.
		EVALUATE BookedCalcMethod
			WHEN "SI"
				MOVE BookedPrincipal TO AccrualBase
			WHEN "CO"
				COMPUTE AccrualBase = BookedBalance + BookedInterestDue
			WHEN OTHER
				MOVE BookedBalance TO AccrualBase
		END-EVALUATE.

*>    Interest is charged up to the aging date on the way, so a loan
*>    past its maturity owes the whole of its last installment, and
*>    the servicing block is put back afterwards.  The oldest unpaid
*>    installment is the next due date; CO's only installment is the
*>    compounded amount at maturity.  An installment falling due on
*>    the aging date itself is due, not yet past due.
	4000-Age-Loan.
		MOVE BookedServicing TO ServicingSave
		IF Booked-Active AND BookedNextDueDate > ZERO
				AND BookedNextDueDate < ServiceDate
			MOVE BookedNextDueDate TO ServiceOldestDueDate
			COMPUTE ServiceDaysPastDue =
				FUNCTION INTEGER-OF-DATE(ServiceDate)
				- FUNCTION INTEGER-OF-DATE(BookedNextDueDate)
			PERFORM 3000-Accrue-To-Date
			IF BookedCalcMethod = "CO"
				MOVE TotalPeriods TO ServicePeriod
			ELSE
				COMPUTE ServicePeriod = BookedPeriodsPaid + 1
			END-IF
			MOVE "N" TO InstallmentsDoneFlag
			PERFORM 4100-Count-Past-Due-Installment
				UNTIL Installments-Done
			IF ServiceAmountDue > BookedInstallmentPaid
				SUBTRACT BookedInstallmentPaid FROM ServiceAmountDue
			ELSE
				MOVE ZERO TO ServiceAmountDue
			END-IF
			COMPUTE AmountOwed = BookedBalance + BookedInterestDue
			IF ServiceAmountDue > AmountOwed
				MOVE AmountOwed TO ServiceAmountDue
			END-IF
			MOVE ServicingSave TO BookedServicing
		END-IF.

	4100-Count-Past-Due-Installment.
		IF ServicePeriod > TotalPeriods
			SET Installments-Done TO TRUE
		ELSE
			PERFORM 8000-Get-Due-Date
			IF DueLookupDate >= ServiceDate
				SET Installments-Done TO TRUE
			ELSE
				PERFORM 2250-Set-Installment-Due
				ADD InstallmentDue TO ServiceAmountDue
				ADD 1 TO ServiceInstallmentsDue
				ADD 1 TO ServicePeriod
			END-IF
		END-IF.

*>    The payoff is where the loan would stand if it closed on the
*>    quote date; a date before the last payment posted would quote
*>    against a balance that payment has already moved.
	5000-Quote-Payoff.
		MOVE BookedServicing TO ServicingSave
		IF Booked-Paid-In-Full
			SET Service-Refused TO TRUE
			MOVE "LOAN IS ALREADY PAID IN FULL" TO ServiceMessage
		ELSE IF ServiceDate < BookedDate
			SET Service-Refused TO TRUE
			MOVE "PAYOFF DATE IS BEFORE THE BOOKING DATE"
				TO ServiceMessage
		ELSE IF ServiceDate < BookedLastPaymentDate
			SET Service-Refused TO TRUE
			MOVE "PAYOFF DATE IS BEFORE THE LAST PAYMENT"
				TO ServiceMessage
		ELSE
			PERFORM 3000-Accrue-To-Date
			PERFORM 5100-Compute-Daily-Interest
			MOVE BookedBalance TO ServicePayoffPrincipal
			COMPUTE ServicePayoffInterest =
				BookedInterestDue + DailyInterest
			COMPUTE ServicePayoffTotal =
				ServicePayoffPrincipal + ServicePayoffInterest
			MOVE ServicingSave TO BookedServicing
		END-IF.

*>    Interest runs by the day from the last due date charged (the
*>    schedule start before the first) on the same base a period's
*>    interest is charged on.  A period already charged ahead of its
*>    due date - a payment made early - leaves nothing to run up.
*>    The per-diem is rounded to the cent for the customer; the
*>    interest to date is worked from the unrounded daily figure.
	5100-Compute-Daily-Interest.
		IF BookedAccruedPeriods = ZERO
			MOVE BookedScheduleStart TO ServiceInterestFromDate
		ELSE
			MOVE BookedAccruedPeriods TO ServicePeriod
			PERFORM 8000-Get-Due-Date
			MOVE DueLookupDate TO ServiceInterestFromDate
		END-IF
		PERFORM 3110-Set-Accrual-Base
		IF BookedBasis = "A"
			MOVE 365 TO DayCountYear
			COMPUTE DayCountDays =
				FUNCTION INTEGER-OF-DATE(ServiceDate)
				- FUNCTION INTEGER-OF-DATE(ServiceInterestFromDate)
		ELSE
			MOVE 360 TO DayCountYear
			PERFORM 5200-Count-Thirty-360-Days
		END-IF
		IF DayCountDays < ZERO
			MOVE ZERO TO DayCountDays
		END-IF
		MOVE DayCountDays TO ServiceInterestDays
		COMPUTE ServicePerDiem ROUNDED = AccrualBase
			* BookedInterestRate / 100 / DayCountYear
		COMPUTE DailyInterest = AccrualBase
			* (BookedInterestRate / 100) * DayCountDays / DayCountYear.

*>    Thirty-day months: a 31st counts as the 30th, and an end date
*>    on the 31st counts as the 30th when the start did too.
	5200-Count-Thirty-360-Days.
		MOVE ServiceInterestFromDate TO DayCountFrom
		MOVE ServiceDate TO DayCountTo
		IF DayFromDay > 30
			MOVE 30 TO DayFromDay
		END-IF
		IF DayToDay > 30 AND DayFromDay = 30
			MOVE 30 TO DayToDay
		END-IF
		COMPUTE DayCountDays =
			((DayToYear - DayFromYear) * 360)
			+ ((DayToMonth - DayFromMonth) * 30)
			+ (DayToDay - DayFromDay).

	8000-Get-Due-Date.
		MOVE BookedScheduleStart TO DueLookupStartDate
		MOVE BookedFrequency TO DueLookupFrequency
		MOVE ServicePeriod TO DueLookupPeriod
		CALL "LNDUEDT" USING DueDateLookup.
