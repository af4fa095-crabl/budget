IDENTIFICATION DIVISION.
	PROGRAM-ID. LNCUSMNT.
	AUTHOR. CRABL.

*>    Maintenance for the customer master LNCUST.  Head office's
*>    changes come in on LNCUSIN (add, change or delete a customer,
*>    or link a booked loan to one), pass the edits LNBOOK relies on
*>    and are applied to the indexed master as they are read; every
*>    change applied is shown on the run output with the exposure
*>    limit before and after.
*>
*>    The edits:
*>        a customer number, a name and a tax id are required, and
*>        the exposure limit may not be zero - a zero limit would
*>        turn every booking for the customer away;
*>        no two customers may share a tax id - one borrower under
*>        two numbers is exactly the split exposure the master is
*>        there to stop;
*>        an add must be new, and a change, delete or link must find
*>        its customer.
*>    A transaction that fails is reported on the run output with the
*>    reason and nothing is changed for it; the run ends with return
*>    code 8 so the scheduler flags it.
*>
*>    A link puts every loan on LNBKMST booked under its branch and
*>    reference under the customer, replacing any customer the loan
*>    carried before.  Links are gathered as they are read and the
*>    master is passed once at the end of the run; a link that finds
*>    no booked loan is reported then.  Deleting a customer leaves
*>    their loans carrying the old number - LNBOOK will book nothing
*>    more to it and LNCUSRPT lists those loans as not on the master
*>    until they are linked to a customer that is.
*>
*>    A customer master that is not there yet starts empty, so the
*>    first add creates it.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
			SELECT MaintInputFile ASSIGN TO "LNCUSIN"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS MaintInputStatus.
			SELECT CustomerFile ASSIGN TO "LNCUST"
				ORGANIZATION IS INDEXED
				ACCESS MODE IS DYNAMIC
				RECORD KEY IS CustomerNumber
				FILE STATUS IS CustomerStatus.
			SELECT BookedMasterFile ASSIGN TO "LNBKMST"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS BookedMasterStatus.

DATA DIVISION.
	FILE SECTION.
	FD  MaintInputFile.
		COPY "lncusin.cpy".
	FD  CustomerFile.
		COPY "lncust.cpy".
	FD  BookedMasterFile.
		COPY "lnbkmst.cpy".

	WORKING-STORAGE SECTION.
		01 MaintInputStatus PIC X(2).
			88 MaintInput-OK VALUE "00".
			88 MaintInput-EOF VALUE "10".
		01 CustomerStatus PIC X(2).
			88 Customer-OK VALUE "00".
		01 BookedMasterStatus PIC X(2).
			88 BookedMaster-OK VALUE "00".

		01 MaintJobOperatorId PIC X(8).

		01 MaintControls.
			02 MaintRequestsRead PIC 9(6) VALUE ZERO.
			02 MaintRequestsApplied PIC 9(6) VALUE ZERO.
			02 MaintRequestsRejected PIC 9(6) VALUE ZERO.
			02 MaintLoansLinked PIC 9(6) VALUE ZERO.
			02 MaintReason PIC X(40).
			02 MaintScanDoneFlag PIC X(1).
				88 MaintScan-Done VALUE "Y".
			02 MaintBeforeLimit PIC 9(11)V99.

*>    Links waiting for the pass of the booked-loan master.
		01 LinkControls.
			02 LinkCount PIC 9(4) VALUE ZERO.
			02 LinkLimit PIC 9(4) VALUE 500.
			02 LinkCurrent PIC 9(4).
			02 LinkRewriteFlag PIC X(1).
				88 Link-Rewrite VALUE "Y".
		01 LinkTable.
			02 LinkEntry OCCURS 500 TIMES INDEXED BY LinkIndex.
				03 LinkCustomerNumber PIC 9(8).
				03 LinkBranchId PIC X(4).
				03 LinkLoanReference PIC X(12).
				03 LinkOperatorId PIC X(8).
				03 LinkLoansMatched PIC 9(4).

		01 ListLimit-Ed PIC ZZ,ZZZ,ZZZ,ZZ9.99.
		01 ListBeforeLimit-Ed PIC ZZ,ZZZ,ZZZ,ZZ9.99.
		01 ListPreviousCustomer PIC X(8).

PROCEDURE DIVISION.
	0000-Main.
		PERFORM 1000-Initialize
		PERFORM 2000-Process-Request UNTIL MaintInput-EOF
		PERFORM 3000-Apply-Links
		PERFORM 4000-Terminate
		STOP RUN.

	1000-Initialize.
		OPEN INPUT MaintInputFile
		IF NOT MaintInput-OK
			DISPLAY "LNCUSMNT ABEND - CANNOT OPEN LNCUSIN, FILE STATUS "
				MaintInputStatus
			DISPLAY "VERIFY LNCUSIN IS PRESENT AND CORRECTLY NAMED,"
				" THEN RERUN"
			CLOSE MaintInputFile
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		ACCEPT MaintJobOperatorId FROM ENVIRONMENT "USER"
		OPEN I-O CustomerFile
		IF CustomerStatus = "35"
			OPEN OUTPUT CustomerFile
			CLOSE CustomerFile
			OPEN I-O CustomerFile
		END-IF
		IF NOT Customer-OK
			DISPLAY "LNCUSMNT ABEND - CANNOT OPEN LNCUST, FILE STATUS "
				CustomerStatus
			DISPLAY "NOTHING CHANGED - RESOLVE THE FILE STATUS, THEN"
				" RERUN"
			CLOSE MaintInputFile
			CLOSE CustomerFile
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		READ MaintInputFile.

	2000-Process-Request.
		ADD 1 TO MaintRequestsRead
		MOVE SPACES TO MaintReason
		IF CustMaintOperatorId = SPACES
			MOVE MaintJobOperatorId TO CustMaintOperatorId
		END-IF
		EVALUATE TRUE
			WHEN CustMaint-Add
				PERFORM 2100-Add-Customer
			WHEN CustMaint-Change
				PERFORM 2200-Change-Customer
			WHEN CustMaint-Delete
				PERFORM 2300-Delete-Customer
			WHEN CustMaint-Link
				PERFORM 2400-Note-Link
			WHEN OTHER
				MOVE "ACTION MUST BE A, C, D OR L" TO MaintReason
		END-EVALUATE
		IF MaintReason NOT = SPACES
			PERFORM 2900-Reject-Request
		END-IF
		READ MaintInputFile.

	2100-Add-Customer.
		PERFORM 2500-Edit-Customer
		IF MaintReason = SPACES
			MOVE CustMaintNumber TO CustomerNumber
			READ CustomerFile
			IF Customer-OK
				MOVE "CUSTOMER IS ALREADY ON FILE" TO MaintReason
			ELSE
				PERFORM 2700-Move-Customer-Fields
				WRITE CustomerRecord
				MOVE ZERO TO MaintBeforeLimit
				PERFORM 2800-Show-Change
			END-IF
		END-IF.

	2200-Change-Customer.
		PERFORM 2500-Edit-Customer
		IF MaintReason = SPACES
			MOVE CustMaintNumber TO CustomerNumber
			READ CustomerFile
			IF NOT Customer-OK
				MOVE "NO CUSTOMER ON FILE FOR THIS NUMBER"
					TO MaintReason
			ELSE
				MOVE CustomerExposureLimit TO MaintBeforeLimit
				PERFORM 2700-Move-Customer-Fields
				REWRITE CustomerRecord
				PERFORM 2800-Show-Change
			END-IF
		END-IF.

	2300-Delete-Customer.
		IF CustMaintNumber IS NOT NUMERIC OR CustMaintNumber = ZERO
			MOVE "CUSTOMER NUMBER IS REQUIRED" TO MaintReason
		ELSE
			MOVE CustMaintNumber TO CustomerNumber
			READ CustomerFile
			IF NOT Customer-OK
				MOVE "NO CUSTOMER ON FILE FOR THIS NUMBER"
					TO MaintReason
			ELSE
				MOVE CustomerExposureLimit TO MaintBeforeLimit
				DELETE CustomerFile
				MOVE ZERO TO CustomerExposureLimit
				PERFORM 2800-Show-Change
			END-IF
		END-IF.

	2400-Note-Link.
		EVALUATE TRUE
			WHEN CustMaintNumber IS NOT NUMERIC
					OR CustMaintNumber = ZERO
				MOVE "CUSTOMER NUMBER IS REQUIRED" TO MaintReason
			WHEN CustMaintBranchId = SPACES
					OR CustMaintLoanReference = SPACES
				MOVE "BRANCH AND LOAN REFERENCE ARE REQUIRED"
					TO MaintReason
			WHEN LinkCount NOT < LinkLimit
				MOVE "TOO MANY LINKS FOR ONE RUN - RESUBMIT"
					TO MaintReason
			WHEN OTHER
				MOVE CustMaintNumber TO CustomerNumber
				READ CustomerFile
				IF NOT Customer-OK
					MOVE "NO CUSTOMER ON FILE FOR THIS NUMBER"
						TO MaintReason
				ELSE
					ADD 1 TO LinkCount
					SET LinkIndex TO LinkCount
					MOVE CustMaintNumber
						TO LinkCustomerNumber(LinkIndex)
					MOVE CustMaintBranchId TO LinkBranchId(LinkIndex)
					MOVE CustMaintLoanReference
						TO LinkLoanReference(LinkIndex)
					MOVE CustMaintOperatorId
						TO LinkOperatorId(LinkIndex)
					MOVE ZERO TO LinkLoansMatched(LinkIndex)
				END-IF
		END-EVALUATE.

	2500-Edit-Customer.
		EVALUATE TRUE
			WHEN CustMaintNumber IS NOT NUMERIC
					OR CustMaintNumber = ZERO
				MOVE "CUSTOMER NUMBER IS REQUIRED" TO MaintReason
			WHEN CustMaintName = SPACES
				MOVE "CUSTOMER NAME IS REQUIRED" TO MaintReason
			WHEN CustMaintTaxId = SPACES
				MOVE "TAX ID IS REQUIRED" TO MaintReason
			WHEN CustMaintExposureLimit IS NOT NUMERIC
				MOVE "EXPOSURE LIMIT MUST BE NUMERIC" TO MaintReason
			WHEN CustMaintExposureLimit = ZERO
				MOVE "EXPOSURE LIMIT CANNOT BE ZERO" TO MaintReason
			WHEN OTHER
				PERFORM 2600-Check-Tax-Id
		END-EVALUATE.

*>    The whole master is read through in key order for another
*>    customer carrying the same tax id; the customer being changed
*>    is not checked against itself.
	2600-Check-Tax-Id.
		MOVE LOW-VALUES TO CustomerRecord
		MOVE "N" TO MaintScanDoneFlag
		START CustomerFile KEY NOT < CustomerNumber
		IF Customer-OK
			READ CustomerFile NEXT
		END-IF
		PERFORM 2610-Match-Tax-Id
			UNTIL NOT Customer-OK OR MaintScan-Done.

	2610-Match-Tax-Id.
		IF CustomerTaxId = CustMaintTaxId
				AND CustomerNumber NOT = CustMaintNumber
			MOVE "TAX ID IS ON FILE FOR ANOTHER CUSTOMER"
				TO MaintReason
			SET MaintScan-Done TO TRUE
		ELSE
			READ CustomerFile NEXT
		END-IF.

	2700-Move-Customer-Fields.
		MOVE CustMaintNumber TO CustomerNumber
		MOVE CustMaintName TO CustomerName
		MOVE CustMaintStreet TO CustomerStreet
		MOVE CustMaintCity TO CustomerCity
		MOVE CustMaintState TO CustomerState
		MOVE CustMaintPostalCode TO CustomerPostalCode
		MOVE CustMaintTaxId TO CustomerTaxId
		MOVE CustMaintExposureLimit TO CustomerExposureLimit.

	2800-Show-Change.
		ADD 1 TO MaintRequestsApplied
		MOVE MaintBeforeLimit TO ListBeforeLimit-Ed
		MOVE CustomerExposureLimit TO ListLimit-Ed
		DISPLAY "CUSTOMER " CustMaintNumber " ACTION " CustMaintAction
			" OPERATOR " CustMaintOperatorId " - " CustomerName
		DISPLAY "    EXPOSURE LIMIT WAS " ListBeforeLimit-Ed
			" NOW " ListLimit-Ed.

	2900-Reject-Request.
		ADD 1 TO MaintRequestsRejected
		DISPLAY "CUSTOMER CHANGE REJECTED - CUSTOMER " CustMaintNumber
			" ACTION " CustMaintAction " OPERATOR "
			CustMaintOperatorId ": " MaintReason.

*>    One pass of the booked-loan master applies every link noted.
	3000-Apply-Links.
		IF LinkCount > ZERO
			OPEN I-O BookedMasterFile
			IF BookedMaster-OK
				READ BookedMasterFile
				PERFORM 3100-Link-Booked-Loan
					UNTIL NOT BookedMaster-OK
			ELSE
				DISPLAY "LNCUSMNT - CANNOT OPEN LNBKMST, FILE STATUS "
					BookedMasterStatus " - NO LOANS LINKED"
			END-IF
			CLOSE BookedMasterFile
			PERFORM 3200-Report-Link
				VARYING LinkCurrent FROM 1 BY 1
				UNTIL LinkCurrent > LinkCount
		END-IF.

	3100-Link-Booked-Loan.
		MOVE "N" TO LinkRewriteFlag
		PERFORM 3110-Match-Link
			VARYING LinkIndex FROM 1 BY 1
			UNTIL LinkIndex > LinkCount
		IF Link-Rewrite
			REWRITE BookedLoanRecord
		END-IF
		READ BookedMasterFile.

*>    A loan named by more than one link takes the last one read.
	3110-Match-Link.
		IF LinkBranchId(LinkIndex) = BookedBranchId
				AND LinkLoanReference(LinkIndex) = BookedLoanReference
			MOVE BookedCustomerNumber TO ListPreviousCustomer
			MOVE LinkCustomerNumber(LinkIndex) TO BookedCustomerNumber
			ADD 1 TO LinkLoansMatched(LinkIndex)
			SET Link-Rewrite TO TRUE
			DISPLAY "LOAN " BookedBranchId " " BookedLoanReference
				" BOOKED " BookedDate " LINKED TO CUSTOMER "
				BookedCustomerNumber " - WAS " ListPreviousCustomer
		END-IF.

	3200-Report-Link.
		SET LinkIndex TO LinkCurrent
		IF LinkLoansMatched(LinkIndex) = ZERO
			MOVE LinkCustomerNumber(LinkIndex) TO CustMaintNumber
			MOVE LinkOperatorId(LinkIndex) TO CustMaintOperatorId
			MOVE "L" TO CustMaintAction
			MOVE "NO BOOKED LOAN FOR THIS BRANCH/REFERENCE"
				TO MaintReason
			PERFORM 2900-Reject-Request
			DISPLAY "    LOAN " LinkBranchId(LinkIndex) " "
				LinkLoanReference(LinkIndex)
		ELSE
			ADD 1 TO MaintRequestsApplied
			ADD LinkLoansMatched(LinkIndex) TO MaintLoansLinked
		END-IF.

	4000-Terminate.
		CLOSE MaintInputFile
		CLOSE CustomerFile
		DISPLAY "LNCUSMNT READ " MaintRequestsRead
			" TRANSACTION(S) - " MaintRequestsApplied " APPLIED, "
			MaintRequestsRejected " REJECTED, "
			MaintLoansLinked " LOAN(S) LINKED"
		IF MaintRequestsRejected > ZERO
			MOVE 8 TO RETURN-CODE
		END-IF.
