IDENTIFICATION DIVISION.
	PROGRAM-ID. LNCUSRPT.
	AUTHOR. CRABL.

*>    Customer exposure report for credit.  Lists, customer by
*>    customer in customer-number order off the customer master
*>    LNCUST, every loan on the booked-loan master LNBKMST linked to
*>    the customer - whichever branch booked it, under whatever
*>    reference - with the customer's combined booked principal set
*>    against their exposure limit, and the room left under it or
*>    how far over it they stand.  The exposure is counted the way
*>    LNBOOK counts it when it checks a booking: the principal of
*>    every loan not paid in full.  Paid-in-full loans are listed
*>    for the history but count for nothing.  Customers with no loans
*>    are counted on the total line, not listed.
*>
*>    Loans not under a customer on the master - booked before the
*>    master existed, or left carrying the number of a customer since
*>    deleted - are listed in a section of their own at the end, to
*>    be linked through LNCUSMNT.  The print goes to LNCUSRPR in the
*>    same page-heading style as the LNTREND print.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
			SELECT CustomerFile ASSIGN TO "LNCUST"
				ORGANIZATION IS INDEXED
				ACCESS MODE IS SEQUENTIAL
				RECORD KEY IS CustomerNumber
				FILE STATUS IS CustomerStatus.
			SELECT BookedMasterFile ASSIGN TO "LNBKMST"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS BookedMasterStatus.
			SELECT PrintFile ASSIGN TO "LNCUSRPR"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS PrintStatus.

DATA DIVISION.
	FILE SECTION.
	FD  CustomerFile.
		COPY "lncust.cpy".
	FD  BookedMasterFile.
		COPY "lnbkmst.cpy".
	FD  PrintFile.
		01 PrintLine PIC X(132).

	WORKING-STORAGE SECTION.
		COPY "lndate.cpy".

		01 CustomerStatus PIC X(2).
			88 Customer-OK VALUE "00".
		01 BookedMasterStatus PIC X(2).
			88 BookedMaster-OK VALUE "00".
		01 PrintStatus PIC X(2).

		01 ReportControls.
			02 CustomersRead PIC 9(7) VALUE ZERO.
			02 CustomersReported PIC 9(7) VALUE ZERO.
			02 CustomersOverLimit PIC 9(7) VALUE ZERO.
			02 LoansRead PIC 9(7) VALUE ZERO.
			02 LoansNotLinked PIC 9(7) VALUE ZERO.
			02 ReportOverflowCount PIC 9(7) VALUE ZERO.
			02 CustomerLoanCount PIC 9(5).
			02 CustomerExposure PIC 9(11)V99.
			02 CustomerRoom PIC 9(11)V99.

*>    Every booked loan, held so each customer's can be picked out
*>    as the master is read in customer order.
		01 LoanControls.
			02 LoanCount PIC 9(5) VALUE ZERO.
			02 LoanLimit PIC 9(5) VALUE 20000.
			02 LoanCurrent PIC 9(5).
		01 LoanTable.
			02 LoanEntry OCCURS 20000 TIMES INDEXED BY LoanIndex.
				03 LoanCustomerNumber PIC 9(8).
				03 LoanBranchId PIC X(4).
				03 LoanReference PIC X(12).
				03 LoanBookedDate PIC 9(8).
				03 LoanCalcMethod PIC X(2).
				03 LoanPrincipal PIC 9(9)V99.
				03 LoanBalance PIC 9(9)V99.
				03 LoanPaidFlag PIC X(1).
					88 Loan-Paid-In-Full VALUE "P".
				03 LoanReportedFlag PIC X(1).
					88 Loan-Reported VALUE "Y".

		01 PrintControls.
			02 PrintLineCount PIC 9(2) VALUE 99.
			02 PrintPageSize PIC 9(2) VALUE 55.
			02 PrintPageCount PIC 9(4) VALUE ZERO.

*>    Print line layouts.
		01 PageHeadingLine.
			02 FILLER PIC X(40)
				VALUE "CUSTOMER EXPOSURE AGAINST LIMIT -       ".
			02 HeadingReportDate PIC 9(8).
			02 FILLER PIC X(75) VALUE SPACES.
			02 FILLER PIC X(5) VALUE "PAGE ".
			02 HeadingPageNumber PIC ZZZ9.
		01 SectionHeadingLine PIC X(100).
		01 CustomerHeadingLine.
			02 FILLER PIC X(9) VALUE "CUSTOMER ".
			02 CustomerLineNumber PIC 9(8).
			02 FILLER PIC X(2) VALUE SPACES.
			02 CustomerLineName PIC X(30).
			02 FILLER PIC X(2) VALUE SPACES.
			02 CustomerLineCity PIC X(20).
			02 FILLER PIC X(1) VALUE SPACES.
			02 CustomerLineState PIC X(2).
			02 FILLER PIC X(10) VALUE "  TAX ID: ".
			02 CustomerLineTaxId PIC X(11).
			02 FILLER PIC X(9) VALUE "  LIMIT: ".
			02 CustomerLineLimit PIC $$,$$$,$$$,$$9.99.
		01 LoanColumnHeading PIC X(110) VALUE
			"    BRANCH  REFERENCE     BOOKED    METHOD  STATUS    " &
			"          PRINCIPAL           BALANCE  CUSTOMER".
		01 LoanDetailLine.
			02 FILLER PIC X(4) VALUE SPACES.
			02 LoanLineBranch PIC X(4).
			02 FILLER PIC X(4) VALUE SPACES.
			02 LoanLineReference PIC X(12).
			02 FILLER PIC X(2) VALUE SPACES.
			02 LoanLineBookedDate PIC 9(8).
			02 FILLER PIC X(2) VALUE SPACES.
			02 LoanLineMethod PIC X(2).
			02 FILLER PIC X(6) VALUE SPACES.
			02 LoanLineStatus PIC X(12).
			02 FILLER PIC X(2) VALUE SPACES.
			02 LoanLinePrincipal PIC $$$$,$$$,$$9.99.
			02 FILLER PIC X(3) VALUE SPACES.
			02 LoanLineBalance PIC $$$$,$$$,$$9.99.
			02 FILLER PIC X(2) VALUE SPACES.
			02 LoanLineCustomer PIC X(8).
		01 CustomerTotalLine.
			02 FILLER PIC X(4) VALUE SPACES.
			02 FILLER PIC X(7) VALUE "LOANS: ".
			02 TotalLineLoanCount PIC ZZZZ9.
			02 FILLER PIC X(12) VALUE "   EXPOSURE ".
			02 TotalLineExposure PIC $$,$$$,$$$,$$9.99.
			02 FILLER PIC X(8) VALUE "  LIMIT ".
			02 TotalLineLimit PIC $$,$$$,$$$,$$9.99.
			02 FILLER PIC X(2) VALUE SPACES.
			02 TotalLineRoomLabel PIC X(14).
			02 TotalLineRoom PIC $$,$$$,$$$,$$9.99.
		01 ReportTotalLine.
			02 FILLER PIC X(20) VALUE "CUSTOMERS ON FILE:  ".
			02 TotalCustomersRead PIC ZZZZZZ9.
			02 FILLER PIC X(15) VALUE "   WITH LOANS: ".
			02 TotalCustomersReported PIC ZZZZZZ9.
			02 FILLER PIC X(16) VALUE "   OVER LIMIT:  ".
			02 TotalCustomersOverLimit PIC ZZZZZZ9.
			02 FILLER PIC X(15) VALUE "   LOANS READ: ".
			02 TotalLoansRead PIC ZZZZZZ9.
			02 FILLER PIC X(16) VALUE "   NOT LINKED:  ".
			02 TotalLoansNotLinked PIC ZZZZZZ9.

PROCEDURE DIVISION.
	0000-Main.
		PERFORM 1000-Initialize
		PERFORM 2000-Report-Customer UNTIL NOT Customer-OK
		PERFORM 4000-Print-Unlinked-Loans
		PERFORM 5000-Terminate
		STOP RUN.

	1000-Initialize.
		CALL "LNDATE" USING DateLookup
		MOVE DateLookupDate TO HeadingReportDate
		OPEN INPUT BookedMasterFile
		IF BookedMaster-OK
			READ BookedMasterFile
			PERFORM 1100-Load-Loan UNTIL NOT BookedMaster-OK
		END-IF
		CLOSE BookedMasterFile
		OPEN OUTPUT PrintFile
		OPEN INPUT CustomerFile
		IF Customer-OK
			READ CustomerFile
		ELSE
			DISPLAY "LNCUSRPT - CANNOT OPEN LNCUST, FILE STATUS "
				CustomerStatus " - NO CUSTOMERS REPORTED"
		END-IF.

*>    A loan never linked carries a blank customer number; it is
*>    held as customer zero, which no customer on the master has.
	1100-Load-Loan.
		ADD 1 TO LoansRead
		IF LoanCount < LoanLimit
			ADD 1 TO LoanCount
			SET LoanIndex TO LoanCount
			IF BookedCustomerNumber IS NUMERIC
				MOVE BookedCustomerNumber
					TO LoanCustomerNumber(LoanIndex)
			ELSE
				MOVE ZERO TO LoanCustomerNumber(LoanIndex)
			END-IF
			MOVE BookedBranchId TO LoanBranchId(LoanIndex)
			MOVE BookedLoanReference TO LoanReference(LoanIndex)
			MOVE BookedDate TO LoanBookedDate(LoanIndex)
			MOVE BookedCalcMethod TO LoanCalcMethod(LoanIndex)
			MOVE BookedPrincipal TO LoanPrincipal(LoanIndex)
			IF BookedBalance IS NUMERIC
				MOVE BookedBalance TO LoanBalance(LoanIndex)
			ELSE
				MOVE BookedPrincipal TO LoanBalance(LoanIndex)
			END-IF
			MOVE BookedLoanStatus TO LoanPaidFlag(LoanIndex)
			MOVE "N" TO LoanReportedFlag(LoanIndex)
		ELSE
			ADD 1 TO ReportOverflowCount
		END-IF
		READ BookedMasterFile.

	2000-Report-Customer.
		ADD 1 TO CustomersRead
		MOVE ZERO TO CustomerLoanCount, CustomerExposure
		PERFORM 2100-Print-Customer-Loan
			VARYING LoanCurrent FROM 1 BY 1
			UNTIL LoanCurrent > LoanCount
		IF CustomerLoanCount > ZERO
			PERFORM 2300-Print-Customer-Total
		END-IF
		READ CustomerFile.

*>    The customer's heading goes out ahead of their first loan, so
*>    a customer with no loans prints nothing.
	2100-Print-Customer-Loan.
		SET LoanIndex TO LoanCurrent
		IF LoanCustomerNumber(LoanIndex) = CustomerNumber
			IF CustomerLoanCount = ZERO
				PERFORM 2200-Print-Customer-Heading
			END-IF
			ADD 1 TO CustomerLoanCount
			IF NOT Loan-Paid-In-Full(LoanIndex)
				ADD LoanPrincipal(LoanIndex) TO CustomerExposure
			END-IF
			SET Loan-Reported(LoanIndex) TO TRUE
			MOVE SPACES TO LoanLineCustomer
			PERFORM 3000-Print-Loan-Line
		END-IF.

	2200-Print-Customer-Heading.
		ADD 1 TO CustomersReported
		IF PrintLineCount + 4 > PrintPageSize
			PERFORM 8100-Print-Page-Heading
		END-IF
		MOVE CustomerNumber TO CustomerLineNumber
		MOVE CustomerName TO CustomerLineName
		MOVE CustomerCity TO CustomerLineCity
		MOVE CustomerState TO CustomerLineState
		MOVE CustomerTaxId TO CustomerLineTaxId
		MOVE CustomerExposureLimit TO CustomerLineLimit
		MOVE SPACES TO PrintLine
		WRITE PrintLine
		WRITE PrintLine FROM CustomerHeadingLine
		WRITE PrintLine FROM LoanColumnHeading
		ADD 3 TO PrintLineCount.

	2300-Print-Customer-Total.
		MOVE CustomerLoanCount TO TotalLineLoanCount
		MOVE CustomerExposure TO TotalLineExposure
		MOVE CustomerExposureLimit TO TotalLineLimit
		IF CustomerExposure > CustomerExposureLimit
			ADD 1 TO CustomersOverLimit
			COMPUTE CustomerRoom =
				CustomerExposure - CustomerExposureLimit
			MOVE "*OVER LIMIT BY" TO TotalLineRoomLabel
		ELSE
			COMPUTE CustomerRoom =
				CustomerExposureLimit - CustomerExposure
			MOVE "  AVAILABLE  " TO TotalLineRoomLabel
		END-IF
		MOVE CustomerRoom TO TotalLineRoom
		PERFORM 8000-Check-Page-Break
		WRITE PrintLine FROM CustomerTotalLine
		ADD 1 TO PrintLineCount.

	3000-Print-Loan-Line.
		MOVE LoanBranchId(LoanIndex) TO LoanLineBranch
		MOVE LoanReference(LoanIndex) TO LoanLineReference
		MOVE LoanBookedDate(LoanIndex) TO LoanLineBookedDate
		MOVE LoanCalcMethod(LoanIndex) TO LoanLineMethod
		IF Loan-Paid-In-Full(LoanIndex)
			MOVE "PAID IN FULL" TO LoanLineStatus
		ELSE
			MOVE "ACTIVE" TO LoanLineStatus
		END-IF
		MOVE LoanPrincipal(LoanIndex) TO LoanLinePrincipal
		MOVE LoanBalance(LoanIndex) TO LoanLineBalance
		PERFORM 8000-Check-Page-Break
		WRITE PrintLine FROM LoanDetailLine
		ADD 1 TO PrintLineCount.

*>    Whatever no customer on the master claimed, with the customer
*>    number it carries (blank when never linked).
	4000-Print-Unlinked-Loans.
		MOVE "LOANS NOT UNDER A CUSTOMER ON THE MASTER" TO
			SectionHeadingLine
		PERFORM 8200-Print-Section-Heading
		WRITE PrintLine FROM LoanColumnHeading
		ADD 1 TO PrintLineCount
		PERFORM 4100-Print-Unlinked-Loan
			VARYING LoanCurrent FROM 1 BY 1
			UNTIL LoanCurrent > LoanCount.

	4100-Print-Unlinked-Loan.
		SET LoanIndex TO LoanCurrent
		IF NOT Loan-Reported(LoanIndex)
			ADD 1 TO LoansNotLinked
			IF LoanCustomerNumber(LoanIndex) = ZERO
				MOVE SPACES TO LoanLineCustomer
			ELSE
				MOVE LoanCustomerNumber(LoanIndex) TO LoanLineCustomer
			END-IF
			PERFORM 3000-Print-Loan-Line
		END-IF.

	5000-Terminate.
		MOVE CustomersRead TO TotalCustomersRead
		MOVE CustomersReported TO TotalCustomersReported
		MOVE CustomersOverLimit TO TotalCustomersOverLimit
		MOVE LoansRead TO TotalLoansRead
		MOVE LoansNotLinked TO TotalLoansNotLinked
		PERFORM 8000-Check-Page-Break
		MOVE SPACES TO PrintLine
		WRITE PrintLine
		WRITE PrintLine FROM ReportTotalLine
		CLOSE CustomerFile
		CLOSE PrintFile
		DISPLAY "LNCUSRPT REPORTED " CustomersReported " OF "
			CustomersRead " CUSTOMER(S) - " CustomersOverLimit
			" OVER LIMIT, " LoansNotLinked " LOAN(S) NOT LINKED"
		IF ReportOverflowCount > ZERO
			DISPLAY "LNCUSRPT - LOAN TABLE OVERFLOWED, "
				ReportOverflowCount " LOAN(S) NOT REPORTED -"
				" EXPOSURES ARE UNDERSTATED"
			MOVE 8 TO RETURN-CODE
		END-IF.

	8000-Check-Page-Break.
		IF PrintLineCount >= PrintPageSize
			PERFORM 8100-Print-Page-Heading
		END-IF.

	8100-Print-Page-Heading.
		ADD 1 TO PrintPageCount
		MOVE PrintPageCount TO HeadingPageNumber
		WRITE PrintLine FROM PageHeadingLine
		MOVE SPACES TO PrintLine
		WRITE PrintLine
		MOVE 2 TO PrintLineCount.

	8200-Print-Section-Heading.
		PERFORM 8000-Check-Page-Break
		MOVE SPACES TO PrintLine
		WRITE PrintLine
		WRITE PrintLine FROM SectionHeadingLine
		ADD 2 TO PrintLineCount.
