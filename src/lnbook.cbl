*>    booked-loans master LNBKMST.  A booking that references a
*>    quote we never made, or whose figures no longer match, bounces
*>    to LNBKREJ with the reason, the same correction loop the
*>    batch feed gets from LNBATREJ.  A loan goes on the master with
*>    its servicing already opened through LNSERV - the full
*>    principal owed and the first installment's due date - so the
*>    next LNPAY run can apply payments to it.
*>
*>    An AM loan is re-priced through LNCALC at booking with the
*>    origination fee on the paperwork, and its truth-in-lending
*>    disclosure statement printed through LNDISC; the fee and the
*>    APR disclosed go on the master with the loan.  A fee LNCALC
*>    will not accept bounces the booking with LNCALC's reason.
*>
*>    An IB (interest-only / balloon) loan is re-priced the same way
*>    with the interest-only and balloon terms on the paperwork.
*>    History holds the figures an IB quote priced to, not its terms,
*>    so against a direct IB quote the booking is proven by the terms
*>    pricing back to the quoted interest-only payment, amortizing
*>    payment and balloon.  A comparison quote carries no IB figures,
*>    so out of one the booking is proven the way an AM booking is -
*>    principal and rate against the quote - and priced afresh on
*>    the paperwork terms.  The terms and those figures go on the
*>    master for servicing.
*>
*>    A comparison (AL) quote prices every method side by side;
*>    the booking names the one the customer took, which is what
*>    closes the loop - the answer to "which option did they
*>    actually sign" stops requiring a phone call to the branch.
*>
*>    Every booking names its borrower on the customer master
*>    LNCUST, and the loan goes on the master linked to that
*>    customer.  Credit policy caps what one customer may owe us
*>    across every branch and reference, so a loan that would take
*>    the customer's combined booked principal over their exposure
*>    limit bounces to LNBKREJ instead of booking.  The combined
*>    figure is the principal of the customer's loans on LNBKMST that
*>    are not paid in full - read once at the start of the run - plus
*>    what this run has booked to them so far.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
			SELECT BookingRejectFile ASSIGN TO "LNBKREJ"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS BookingRejectStatus.
			SELECT CustomerFile ASSIGN TO "LNCUST"
				ORGANIZATION IS INDEXED
				ACCESS MODE IS RANDOM
				RECORD KEY IS CustomerNumber
				FILE STATUS IS CustomerStatus.

DATA DIVISION.
	FILE SECTION.
		COPY "lnbkmst.cpy".
	FD  BookingRejectFile.
		COPY "lnbkrej.cpy".
	FD  CustomerFile.
		COPY "lncust.cpy".

	WORKING-STORAGE SECTION.
		COPY "lndate.cpy".
		COPY "lnserv.cpy".
		COPY "loancalc.cpy".
		COPY "lnamort.cpy".
		COPY "lndisc.cpy".

		01 BookingInputStatus PIC X(2).
			88 BookingInput-OK VALUE "00".
		01 LoanHistoryStatus PIC X(2).
			88 LoanHistory-OK VALUE "00".
		01 BookedMasterStatus PIC X(2).
			88 BookedMaster-OK VALUE "00".
		01 BookingRejectStatus PIC X(2).
		01 CustomerStatus PIC X(2).
			88 Customer-OK VALUE "00".

		01 BookingRunDate PIC 9(8).

			02 SaveInstallmentPayment PIC 999999999.99.
			02 SaveTotalInterestPaid PIC 999999999.99.

*>    Each customer's combined booked principal - one entry per
*>    customer with a loan on the master or booked this run.
		01 ExposureControls.
			02 ExposureCount PIC 9(4) VALUE ZERO.
			02 ExposureTableLimit PIC 9(4) VALUE 5000.
			02 ExposureFoundEntry PIC 9(4).
			02 ExposureFoundFlag PIC X(1).
				88 Exposure-Found VALUE "Y".
				88 Exposure-Not-Found VALUE "N".
			02 ExposureCustomer PIC 9(8).
			02 ExposureAfterBooking PIC 9(11)V99.
		01 ExposureTable.
			02 ExposureEntry OCCURS 5000 TIMES INDEXED BY ExposureIndex.
				03 ExposureCustomerNumber PIC 9(8).
				03 ExposurePrincipal PIC 9(11)V99.

		01 ScanControls.
			02 ScanDoneFlag PIC X(1).
				88 Scan-Done VALUE "Y".
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		OPEN INPUT CustomerFile
		IF NOT Customer-OK
			DISPLAY "LNBOOK ABEND - CANNOT OPEN LNCUST, FILE STATUS "
				CustomerStatus
			DISPLAY "NO CUSTOMER MASTER MEANS NO EXPOSURE CAN BE"
				" CHECKED - NOTHING BOOKED"
			CLOSE BookingInputFile
			CLOSE LoanHistoryFile
			CLOSE CustomerFile
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		PERFORM 1100-Load-Exposure
		OPEN EXTEND BookedMasterFile
		IF BookedMasterStatus = "35"
			OPEN OUTPUT BookedMasterFile
		MOVE DateLookupDate TO BookingRunDate
		READ BookingInputFile.

*>    The master as it stands before tonight's bookings.  A loan
*>    paid in full no longer counts against its customer, and one
*>    not yet linked to a customer counts against nobody.
	1100-Load-Exposure.
		OPEN INPUT BookedMasterFile
		IF BookedMaster-OK
			READ BookedMasterFile
			PERFORM 1110-Load-Exposure-Loan
				UNTIL NOT BookedMaster-OK
		END-IF
		CLOSE BookedMasterFile.

	1110-Load-Exposure-Loan.
		IF BookedCustomerNumber IS NUMERIC
				AND BookedCustomerNumber > ZERO
				AND NOT Booked-Paid-In-Full
			MOVE BookedCustomerNumber TO ExposureCustomer
			PERFORM 2480-Find-Exposure
			IF Exposure-Not-Found
				PERFORM 1900-Abend-Exposure-Table-Full
			END-IF
			SET ExposureIndex TO ExposureFoundEntry
			ADD BookedPrincipal TO ExposurePrincipal(ExposureIndex)
		END-IF
		READ BookedMasterFile.

*>    Booking with customers missing from the table would let their
*>    loans through unchecked, so the run stops before anything is
*>    booked.
	1900-Abend-Exposure-Table-Full.
		DISPLAY "LNBOOK ABEND - MORE CUSTOMERS HAVE LOANS ON LNBKMST"
			" THAN THE EXPOSURE TABLE HOLDS (" ExposureTableLimit ")"
		DISPLAY "NO EXPOSURE CAN BE PROVEN - NOTHING BOOKED"
		CLOSE BookingInputFile
		CLOSE LoanHistoryFile
		CLOSE CustomerFile
		CLOSE BookedMasterFile
		MOVE 16 TO RETURN-CODE
		STOP RUN.

	2000-Process-Bookings.
		ADD 1 TO BookingsRead
		MOVE SPACES TO BookingReason
		IF BookCalcMethod NOT = "SI" AND BookCalcMethod NOT = "CO"
				AND BookCalcMethod NOT = "AM"
				AND BookCalcMethod NOT = "IB"
			MOVE "BOOKED METHOD MUST BE SI, CO, AM OR IB"
				TO BookingReason
		ELSE
			PERFORM 2100-Find-Quote
				PERFORM 2400-Verify-Quote-Figures
			END-IF
		END-IF
		IF BookingReason = SPACES
				AND (BookCalcMethod = "AM" OR BookCalcMethod = "IB")
			PERFORM 2450-Price-Disclosure
		END-IF
		IF BookingReason = SPACES
			PERFORM 2470-Check-Customer-Exposure
		END-IF
		IF BookingReason = SPACES
			PERFORM 2500-Write-Booked-Loan
		ELSE
*>    recent quote for its branch/reference: the date sits inside
*>    the key, so that branch and reference's quotes lie together in
*>    date order and the last hit in the scan is the newest.  A
*>    comparison ("AL") quote priced every method too, so it
*>    satisfies a booking for any of them.  When a direct quote and
*>    a comparison of the same date both cover the booking, the
*>    direct quote wins - on the dated path because the comparison
*>    group is only searched when the method's own group yields
*>    nothing, on the latest path because "AL" collates before the
*>    direct methods within a date and the scan keeps the last hit.
*>    Across dates the latest path takes the newest quote of either
*>    kind: a comparison cut after a direct quote is what the
*>    customer was shown last, so it is the one the booking is
*>    proven against.  Either way, a quote that has aged off the
*>    live file to the archive is no longer current and will not be
*>    found.
	2100-Find-Quote.
		SET Quote-Not-Found TO TRUE
		IF BookQuoteDate IS NUMERIC AND BookQuoteDate > ZERO
				TO BookingReason
		END-IF.

*>    The quote's terms with the booked fee, through the same LNCALC
*>    the quote went through.  The calendar counts from the quoted
*>    start date, or the booking date when none was quoted - the
*>    same schedule start LNSERV opens the loan on - so the first
*>    due date disclosed is the one the loan will be serviced to.
*>    An IB booking goes through with its own terms; out of a direct
*>    IB quote they have to price back to the quoted figures.  A
*>    comparison quote's history record carries no IB figures to
*>    compare, so out of one the re-pricing stands on its own.
	2450-Price-Disclosure.
		MOVE BookBranchId TO BranchId
		MOVE BookLoanReference TO LoanReference
		MOVE SavePrincipal TO Principal
		MOVE SaveNumberOfYears TO NumberOfYears
		MOVE SaveInterestRate TO InterestRate
		MOVE BookCalcMethod TO CalculationMethod
		MOVE SaveFrequency TO PaymentFrequency
		IF SaveStartDate IS NUMERIC AND SaveStartDate > ZERO
			MOVE SaveStartDate TO LoanStartDate
		ELSE
			MOVE BookingRunDate TO LoanStartDate
		END-IF
		MOVE SaveBasis TO DayCountBasis
		MOVE BookOriginationFee TO OriginationFee
		MOVE BookInterestOnlyYears TO InterestOnlyYears
		MOVE BookBalloonYears TO BalloonYears
		CALL "LNCALC" USING InterestCalculation, AmortizationSchedule
		IF Input-Invalid
			MOVE EditMessage TO BookingReason
		ELSE IF SaveCalcMethod = "IB"
				AND (SimpleInterest NOT = SaveSimpleInterest
					OR CompoundInterest NOT = SaveCompoundInterest
					OR InstallmentPayment NOT = SaveInstallmentPayment)
			MOVE "IB TERMS DO NOT PRICE TO THE QUOTE"
				TO BookingReason
		END-IF.

*>    The loan is measured at the principal it books at - the
*>    quote's - against the limit on the customer master.
	2470-Check-Customer-Exposure.
		IF BookCustomerNumber IS NOT NUMERIC
				OR BookCustomerNumber = ZERO
			MOVE "BOOKING NAMES NO CUSTOMER NUMBER"
				TO BookingReason
		ELSE
			MOVE BookCustomerNumber TO CustomerNumber
			READ CustomerFile
			IF NOT Customer-OK
				MOVE "CUSTOMER IS NOT ON THE CUSTOMER MASTER"
					TO BookingReason
			ELSE
				MOVE BookCustomerNumber TO ExposureCustomer
				PERFORM 2480-Find-Exposure
				IF Exposure-Not-Found
					MOVE "NO ROOM TO TRACK CUSTOMER EXPOSURE"
						TO BookingReason
				ELSE
					SET ExposureIndex TO ExposureFoundEntry
					COMPUTE ExposureAfterBooking =
						ExposurePrincipal(ExposureIndex)
						+ SavePrincipal
					IF ExposureAfterBooking > CustomerExposureLimit
						MOVE "LOAN TAKES CUSTOMER OVER EXPOSURE LIMIT"
							TO BookingReason
					END-IF
				END-IF
			END-IF
		END-IF.

*>    Finds ExposureCustomer's entry, opening one at zero for a
*>    customer not seen yet; not found only when the table is full.
	2480-Find-Exposure.
		SET Exposure-Not-Found TO TRUE
		PERFORM 2485-Match-Exposure
			VARYING ExposureIndex FROM 1 BY 1
			UNTIL ExposureIndex > ExposureCount OR Exposure-Found
		IF Exposure-Not-Found AND ExposureCount < ExposureTableLimit
			ADD 1 TO ExposureCount
			SET ExposureIndex TO ExposureCount
			MOVE ExposureCustomer TO ExposureCustomerNumber(ExposureIndex)
			MOVE ZERO TO ExposurePrincipal(ExposureIndex)
			SET Exposure-Found TO TRUE
			MOVE ExposureCount TO ExposureFoundEntry
		END-IF.

	2485-Match-Exposure.
		IF ExposureCustomerNumber(ExposureIndex) = ExposureCustomer
			SET Exposure-Found TO TRUE
			SET ExposureFoundEntry TO ExposureIndex
		END-IF.

	2500-Write-Booked-Loan.
		ADD 1 TO BookingsAccepted
		MOVE BookingRunDate TO BookedDate
		MOVE SaveFrequency TO BookedFrequency
		MOVE SaveStartDate TO BookedStartDate
		MOVE SaveBasis TO BookedBasis
		MOVE BookCustomerNumber TO BookedCustomerNumber
		EVALUATE BookCalcMethod
			WHEN "SI"
				MOVE SaveSimpleInterest TO BookedResultAmount
		IF SaveCalcMethod = "AL" AND BookCalcMethod NOT = "AM"
			MOVE ZERO TO BookedTotalInterest
		END-IF
*>    An IB loan carries the figures its terms priced to - out of a
*>    comparison quote the result columns are the AM figures, so
*>    they are taken from the re-pricing, not the history record.
		IF BookCalcMethod = "IB"
			MOVE AmortizingPayment TO BookedResultAmount
			MOVE BalloonTotalInterest TO BookedTotalInterest
			MOVE InterestOnlyYears TO BookedInterestOnlyYears
			MOVE BalloonYears TO BookedBalloonYears
			MOVE InterestOnlyPayment TO BookedInterestOnlyPayment
			MOVE BalloonAmount TO BookedBalloonAmount
		ELSE
			MOVE ZERO TO BookedInterestOnlyYears, BookedBalloonYears,
				BookedInterestOnlyPayment, BookedBalloonAmount
		END-IF
		SET Service-Open TO TRUE
		CALL "LNSERV" USING ServiceRequest, BookedLoanRecord
		IF BookCalcMethod = "AM"
			MOVE OriginationFee TO BookedOriginationFee
			MOVE AnnualPercentageRate TO BookedAnnualPercentageRate
		ELSE
			MOVE ZERO TO BookedOriginationFee,
				BookedAnnualPercentageRate
		END-IF
		WRITE BookedLoanRecord
		SET ExposureIndex TO ExposureFoundEntry
		ADD SavePrincipal TO ExposurePrincipal(ExposureIndex)
		IF BookCalcMethod = "AM"
			SET Disclosure-Booking TO TRUE
			MOVE BookingRunDate TO DisclosureDate
			CALL "LNDISC" USING InterestCalculation,
				AmortizationSchedule, DisclosureRequest
		END-IF.

	2600-Write-Booking-Reject.
		ADD 1 TO BookingsRejected
		CLOSE LoanHistoryFile
		CLOSE BookedMasterFile
		CLOSE BookingRejectFile
		CLOSE CustomerFile
		DISPLAY "LNBOOK READ " BookingsRead " BOOKING(S) - "
			BookingsAccepted " BOOKED, "
			BookingsRejected " REJECTED".
