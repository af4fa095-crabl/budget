IDENTIFICATION DIVISION.
	PROGRAM-ID. LNPAYOFF.
	AUTHOR. CRABL.

*>    LNPAYOFF answers "what does it take to pay this loan off on
*>    the 20th" the same way at the terminal and in the batch feed:
*>    MAIN and LNBATCH hand it a payoff request (calculation method
*>    PO) in the shared calculation record, with the payoff date
*>    alongside, and it finds the booked loan on LNBKMST and prices
*>    the payoff through LNSERV - the same servicing rules that post
*>    the loan's payments, so the figure quoted is the figure LNPAY
*>    will accept as closing the loan.
*>
*>    The loan is the first booking of the branch/reference still
*>    open, the same rule LNPAY applies to a payment.  The answer
*>    comes back in the calculation record so the caller's display,
*>    report and audit paths carry it like any other quote: the
*>    principal is the balance outstanding, the term, rate,
*>    frequency and basis are the booked loan's, the start date is
*>    the payoff date, and the result columns read, for PO, as
*>        simple interest       the interest owed to the payoff date
*>        compound interest     the per-diem
*>        installment payment   the total payoff
*>    with total interest paid zero.  The full detail - from what
*>    date and over how many days the interest ran up - comes back in
*>    the payoff record.  A payoff that cannot be quoted comes back
*>    invalid with the reason in the edit message.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
			SELECT BookedMasterFile ASSIGN TO "LNBKMST"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS BookedMasterStatus.

DATA DIVISION.
	FILE SECTION.
	FD  BookedMasterFile.
		COPY "lnbkmst.cpy".

	WORKING-STORAGE SECTION.
		COPY "lnduedt.cpy".
		COPY "lnserv.cpy".

		01 BookedMasterStatus PIC X(2).
			88 BookedMaster-OK VALUE "00".

		01 PayoffLoanFlag PIC X(1).
			88 Payoff-Loan-Open VALUE "O".
			88 Payoff-Loan-Paid VALUE "P".
			88 Payoff-Loan-Not-Found VALUE "N".

LINKAGE SECTION.
	COPY "loancalc.cpy".
	COPY "lnpayoff.cpy".

PROCEDURE DIVISION USING InterestCalculation, PayoffQuote.
	0000-Main.
		SET Input-Valid TO TRUE
		MOVE SPACES TO EditMessage
		MOVE ZERO TO Principal, NumberOfYears, InterestRate
		MOVE ZERO TO SimpleInterest, CompoundInterest,
			InstallmentPayment, TotalInterestPaid
		MOVE ZERO TO AnnualPercentageRate, FinanceCharge,
			AmountFinanced, TotalOfPayments
		MOVE ZERO TO PayoffBookedDate, PayoffPrincipal,
			PayoffInterest, PayoffInterestFromDate,
			PayoffInterestDays, PayoffPerDiem, PayoffTotal
		MOVE SPACES TO PayoffCalcMethod
		MOVE PayoffDate TO LoanStartDate
		PERFORM 1000-Edit-Request
		IF Input-Valid
			PERFORM 2000-Find-Booked-Loan
		END-IF
		IF Input-Valid
			PERFORM 3000-Price-Payoff
		END-IF
		GOBACK.

	1000-Edit-Request.
		MOVE PayoffDate TO DueLookupStartDate
		MOVE SPACE TO DueLookupFrequency
		MOVE ZERO TO DueLookupPeriod
		CALL "LNDUEDT" USING DueDateLookup
		IF BranchId = SPACES OR LoanReference = SPACES
			SET Input-Invalid TO TRUE
			MOVE "BRANCH AND LOAN REFERENCE ARE REQUIRED"
				TO EditMessage
		ELSE IF DueLookup-Invalid
			SET Input-Invalid TO TRUE
			MOVE "PAYOFF DATE IS NOT A VALID DATE" TO EditMessage
		END-IF.

*>    The master is read from the top for each quote and left the
*>    moment the open booking turns up, so the record area still
*>    holds it for the pricing.
	2000-Find-Booked-Loan.
		SET Payoff-Loan-Not-Found TO TRUE
		OPEN INPUT BookedMasterFile
		IF NOT BookedMaster-OK
			SET Input-Invalid TO TRUE
			MOVE "BOOKED LOAN MASTER IS NOT AVAILABLE" TO EditMessage
		ELSE
			READ BookedMasterFile
			PERFORM 2100-Match-Booked-Loan
				UNTIL NOT BookedMaster-OK OR Payoff-Loan-Open
			IF NOT Payoff-Loan-Open
				SET Input-Invalid TO TRUE
				IF Payoff-Loan-Paid
					MOVE "LOAN IS ALREADY PAID IN FULL" TO EditMessage
				ELSE
					MOVE "NO BOOKED LOAN FOR THIS REFERENCE"
						TO EditMessage
				END-IF
			END-IF
		END-IF
		CLOSE BookedMasterFile.

	2100-Match-Booked-Loan.
		IF BookedBranchId = BranchId
				AND BookedLoanReference = LoanReference
			IF Booked-Paid-In-Full
				SET Payoff-Loan-Paid TO TRUE
			ELSE
				SET Payoff-Loan-Open TO TRUE
			END-IF
		END-IF
		IF NOT Payoff-Loan-Open
			READ BookedMasterFile
		END-IF.

	3000-Price-Payoff.
		MOVE BookedDate TO PayoffBookedDate
		MOVE BookedCalcMethod TO PayoffCalcMethod
		MOVE BookedNumberOfYears TO NumberOfYears
		MOVE BookedInterestRate TO InterestRate
		MOVE BookedFrequency TO PaymentFrequency
		MOVE BookedBasis TO DayCountBasis
		SET Service-Quote-Payoff TO TRUE
		MOVE PayoffDate TO ServiceDate
		MOVE ZERO TO ServiceAmount
		CALL "LNSERV" USING ServiceRequest, BookedLoanRecord
		IF Service-Refused
			SET Input-Invalid TO TRUE
			MOVE ServiceMessage TO EditMessage
		ELSE
			MOVE ServicePayoffPrincipal TO PayoffPrincipal, Principal
			MOVE ServicePayoffInterest TO PayoffInterest,
				SimpleInterest
			MOVE ServiceInterestFromDate TO PayoffInterestFromDate
			MOVE ServiceInterestDays TO PayoffInterestDays
			MOVE ServicePerDiem TO PayoffPerDiem, CompoundInterest
			MOVE ServicePayoffTotal TO PayoffTotal,
				InstallmentPayment
		END-IF.
