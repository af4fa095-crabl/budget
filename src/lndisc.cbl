IDENTIFICATION DIVISION.
	PROGRAM-ID. LNDISC.
	AUTHOR. CRABL.

*>    LNDISC prints the truth-in-lending disclosure statement for an
*>    AM loan, one page per statement, to LNDISCPR - the same
*>    statement whether the loan was quoted at the terminal (MAIN),
*>    quoted in the batch feed (LNBATCH) or booked (LNBOOK), so the
*>    figures the customer is shown are the figures LNCALC worked
*>    out.  The caller hands over the priced calculation record, its
*>    schedule and a disclosure request saying quote or booking and
*>    the date the statement carries.
*>
*>    The statement gives the four boxed figures - annual percentage
*>    rate, finance charge, amount financed, total of payments - the
*>    payment schedule (how many payments, of how much, how often,
*>    and when the first falls due) and the itemization of the amount
*>    financed.  Statements accumulate in the print across calls and
*>    across runs; operations prints and clears LNDISCPR.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
			SELECT DisclosurePrintFile ASSIGN TO "LNDISCPR"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS DisclosurePrintStatus.

DATA DIVISION.
	FILE SECTION.
	FD  DisclosurePrintFile.
		01 DisclosurePrintLine PIC X(132).

	WORKING-STORAGE SECTION.
		01 DisclosurePrintStatus PIC X(2).

		01 DisclosureControls.
			02 DisclosureLineCount PIC 9(2).
			02 DisclosurePageSize PIC 9(2) VALUE 55.
			02 DisclosureFeeAmount PIC 9(7)V99.

*>    Statement line layouts.
		01 DisclosureTitleLine.
			02 FILLER PIC X(40)
				VALUE "TRUTH IN LENDING DISCLOSURE STATEMENT   ".
			02 TitleKind PIC X(8).
			02 FILLER PIC X(10) VALUE "    DATE: ".
			02 TitleDate PIC 9(8).
		01 DisclosureLoanLine.
			02 FILLER PIC X(8) VALUE "BRANCH: ".
			02 LoanLineBranchId PIC X(4).
			02 FILLER PIC X(20) VALUE "    LOAN REFERENCE: ".
			02 LoanLineReference PIC X(12).
		01 DisclosureRuleLine PIC X(100) VALUE ALL "-".
		01 DisclosureBoxHeading1 PIC X(100) VALUE
			"ANNUAL PERCENTAGE   FINANCE CHARGE      " &
			"AMOUNT FINANCED     TOTAL OF PAYMENTS".
		01 DisclosureBoxHeading2 PIC X(100) VALUE
			"RATE                                    " &
			"                                     ".
		01 DisclosureBoxText1 PIC X(100) VALUE
			"THE COST OF YOUR    THE DOLLAR AMOUNT   " &
			"THE AMOUNT OF       THE AMOUNT YOU WILL".
		01 DisclosureBoxText2 PIC X(100) VALUE
			"CREDIT AS A YEARLY  THE CREDIT WILL     " &
			"CREDIT PROVIDED TO  HAVE PAID AFTER YOU".
		01 DisclosureBoxText3 PIC X(100) VALUE
			"RATE                COST YOU            " &
			"YOU OR ON YOUR      HAVE MADE ALL".
		01 DisclosureBoxText4 PIC X(100) VALUE
			"                                        " &
			"BEHALF              PAYMENTS AS SCHEDULED".
		01 DisclosureBoxFigures.
			02 BoxAnnualPercentageRate PIC ZZ9.999.
			02 FILLER PIC X(13) VALUE "%".
			02 BoxFinanceCharge PIC $$$$,$$$,$$9.99.
			02 FILLER PIC X(5) VALUE SPACES.
			02 BoxAmountFinanced PIC $$$$,$$$,$$9.99.
			02 FILLER PIC X(5) VALUE SPACES.
			02 BoxTotalOfPayments PIC $$$$,$$$,$$$,$$9.99.
		01 DisclosureScheduleHeading PIC X(100) VALUE
			"YOUR PAYMENT SCHEDULE WILL BE:".
		01 DisclosureScheduleColumns PIC X(100) VALUE
			"NUMBER OF PAYMENTS  AMOUNT OF PAYMENTS  " &
			"WHEN PAYMENTS ARE DUE".
		01 DisclosureScheduleLine.
			02 ScheduleNumberOfPayments PIC Z(5)9.
			02 FILLER PIC X(14) VALUE SPACES.
			02 ScheduleAmountOfPayments PIC $$$$,$$$,$$9.99.
			02 FILLER PIC X(5) VALUE SPACES.
			02 ScheduleFrequencyText PIC X(10).
			02 ScheduleDueText PIC X(40).
		01 DisclosureFirstDueText.
			02 FILLER PIC X(10) VALUE "BEGINNING ".
			02 FirstDueDate PIC 9(8).
		01 DisclosureItemHeading PIC X(100) VALUE
			"ITEMIZATION OF THE AMOUNT FINANCED:".
		01 DisclosureItemLine.
			02 FILLER PIC X(4) VALUE SPACES.
			02 ItemLabel PIC X(36).
			02 ItemAmount PIC $$$$,$$$,$$9.99.
		01 DisclosureTermsLine.
			02 FILLER PIC X(11) VALUE "NOTE RATE: ".
			02 TermsNoteRate PIC ZZ9.99.
			02 FILLER PIC X(13) VALUE "%    TERM:   ".
			02 TermsYears PIC ZZZ9.
			02 FILLER PIC X(6) VALUE " YEARS".

LINKAGE SECTION.
	COPY "loancalc.cpy".
	COPY "lnamort.cpy".
	COPY "lndisc.cpy".

PROCEDURE DIVISION USING InterestCalculation, AmortizationSchedule,
		DisclosureRequest.
	0000-Main.
		OPEN EXTEND DisclosurePrintFile
		IF DisclosurePrintStatus = "35"
			OPEN OUTPUT DisclosurePrintFile
		END-IF
		MOVE ZERO TO DisclosureLineCount
		PERFORM 1000-Print-Heading
		PERFORM 2000-Print-Box
		PERFORM 3000-Print-Payment-Schedule
		PERFORM 4000-Print-Itemization
		PERFORM 8200-Write-Blank-Line
			UNTIL DisclosureLineCount >= DisclosurePageSize
		CLOSE DisclosurePrintFile
		GOBACK.

	1000-Print-Heading.
		IF Disclosure-Booking
			MOVE "BOOKING" TO TitleKind
		ELSE
			MOVE "QUOTE" TO TitleKind
		END-IF
		MOVE DisclosureDate TO TitleDate
		MOVE DisclosureTitleLine TO DisclosurePrintLine
		PERFORM 8100-Write-Line
		PERFORM 8200-Write-Blank-Line
		MOVE BranchId TO LoanLineBranchId
		MOVE LoanReference TO LoanLineReference
		MOVE DisclosureLoanLine TO DisclosurePrintLine
		PERFORM 8100-Write-Line
		PERFORM 8200-Write-Blank-Line.

	2000-Print-Box.
		MOVE DisclosureRuleLine TO DisclosurePrintLine
		PERFORM 8100-Write-Line
		MOVE DisclosureBoxHeading1 TO DisclosurePrintLine
		PERFORM 8100-Write-Line
		MOVE DisclosureBoxHeading2 TO DisclosurePrintLine
		PERFORM 8100-Write-Line
		MOVE DisclosureBoxText1 TO DisclosurePrintLine
		PERFORM 8100-Write-Line
		MOVE DisclosureBoxText2 TO DisclosurePrintLine
		PERFORM 8100-Write-Line
		MOVE DisclosureBoxText3 TO DisclosurePrintLine
		PERFORM 8100-Write-Line
		MOVE DisclosureBoxText4 TO DisclosurePrintLine
		PERFORM 8100-Write-Line
		PERFORM 8200-Write-Blank-Line
		MOVE AnnualPercentageRate TO BoxAnnualPercentageRate
		MOVE FinanceCharge TO BoxFinanceCharge
		MOVE AmountFinanced TO BoxAmountFinanced
		MOVE TotalOfPayments TO BoxTotalOfPayments
		MOVE DisclosureBoxFigures TO DisclosurePrintLine
		PERFORM 8100-Write-Line
		MOVE DisclosureRuleLine TO DisclosurePrintLine
		PERFORM 8100-Write-Line
		PERFORM 8200-Write-Blank-Line.

*>    The schedule summary is one line: every installment of an AM
*>    loan is the same amount.  The first due date is the schedule's
*>    first, which LNCALC only counts out when the loan was given a
*>    start date.
	3000-Print-Payment-Schedule.
		MOVE DisclosureScheduleHeading TO DisclosurePrintLine
		PERFORM 8100-Write-Line
		MOVE DisclosureScheduleColumns TO DisclosurePrintLine
		PERFORM 8100-Write-Line
		MOVE AmortizationEntryCount TO ScheduleNumberOfPayments
		MOVE InstallmentPayment TO ScheduleAmountOfPayments
		EVALUATE PaymentFrequency
			WHEN "M"
				MOVE "MONTHLY" TO ScheduleFrequencyText
			WHEN "Q"
				MOVE "QUARTERLY" TO ScheduleFrequencyText
			WHEN OTHER
				MOVE "ANNUALLY" TO ScheduleFrequencyText
		END-EVALUATE
		IF AmortizationEntryCount > ZERO
				AND AmortDueDate(1) > ZERO
			MOVE AmortDueDate(1) TO FirstDueDate
			MOVE DisclosureFirstDueText TO ScheduleDueText
		ELSE
			MOVE "FROM THE DATE THE LOAN IS ADVANCED"
				TO ScheduleDueText
		END-IF
		MOVE DisclosureScheduleLine TO DisclosurePrintLine
		PERFORM 8100-Write-Line
		PERFORM 8200-Write-Blank-Line.

	4000-Print-Itemization.
		MOVE DisclosureItemHeading TO DisclosurePrintLine
		PERFORM 8100-Write-Line
		MOVE "LOAN PRINCIPAL" TO ItemLabel
		MOVE Principal TO ItemAmount
		MOVE DisclosureItemLine TO DisclosurePrintLine
		PERFORM 8100-Write-Line
		MOVE "LESS PREPAID FINANCE CHARGE (FEE)" TO ItemLabel
		MOVE OriginationFee TO DisclosureFeeAmount
		MOVE DisclosureFeeAmount TO ItemAmount
		MOVE DisclosureItemLine TO DisclosurePrintLine
		PERFORM 8100-Write-Line
		MOVE "AMOUNT FINANCED" TO ItemLabel
		MOVE AmountFinanced TO ItemAmount
		MOVE DisclosureItemLine TO DisclosurePrintLine
		PERFORM 8100-Write-Line
		PERFORM 8200-Write-Blank-Line
		MOVE InterestRate TO TermsNoteRate
		MOVE NumberOfYears TO TermsYears
		MOVE DisclosureTermsLine TO DisclosurePrintLine
		PERFORM 8100-Write-Line.

	8100-Write-Line.
		WRITE DisclosurePrintLine
		ADD 1 TO DisclosureLineCount.

	8200-Write-Blank-Line.
		MOVE SPACES TO DisclosurePrintLine
		PERFORM 8100-Write-Line.
