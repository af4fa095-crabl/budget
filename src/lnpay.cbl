IDENTIFICATION DIVISION.
	PROGRAM-ID. LNPAY.
	AUTHOR. CRABL.

*>    Payment posting step: applies the branches' daily payment feed
*>    LNPAYIN (branch, loan reference, the date the customer paid,
*>    the amount) to the booked loans on LNBKMST.  Until now a booked
*>    loan never moved after LNBOOK wrote it - the master said what
*>    was lent, never what was still owed.  Each payment goes through
*>    LNSERV, which splits it between interest and principal the way
*>    the loan's own LNCALC schedule charges interest for its method,
*>    frequency and basis, and moves the balance, the next due date
*>    and the rest of the loan's servicing block on; the master
*>    record is rewritten in place.  A payment of the payoff figure
*>    MAIN or LNBATCH quoted for its date closes the loan, interest
*>    to the day included.
*>
*>    Every applied payment is appended to the loan transaction
*>    history LNPAYHST and reaches the GL the way quotes do: two
*>    LNGLEXT records under the collection codes - PI for the
*>    interest collected, PP for the principal - which LNGLPOST maps
*>    to accounts through LNGLMAP like any calculation method (head
*>    office keeps a mapping row for each).  A payment no booked loan
*>    answers to, or one the loan cannot take (already paid in full,
*>    worth more than is owed, dated before the loan was booked),
*>    goes to LNPAYREJ with the reason - the branch corrects it and
*>    resubmits, the same loop LNBATREJ and LNBKREJ give the other
*>    feeds.
*>
*>    Payments apply in the order they arrived, so a branch sends a
*>    loan's payments in the order they were taken.  When a
*>    branch/reference was booked more than once, the payment goes to
*>    the first of them still open.  The posting date comes from the
*>    LNPAY-RUN-DATE parm (YYYYMMDD) or defaults to the business
*>    processing date; a payment dated after it is refused.  The
*>    master is updated in place, so a failed run is rerun from the
*>    copy of LNBKMST taken before the step, never on top of itself.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
			SELECT PaymentInputFile ASSIGN TO "LNPAYIN"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS PaymentInputStatus.
			SELECT BookedMasterFile ASSIGN TO "LNBKMST"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS BookedMasterStatus.
			SELECT PaymentRejectFile ASSIGN TO "LNPAYREJ"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS PaymentRejectStatus.
			SELECT TransactionHistoryFile ASSIGN TO "LNPAYHST"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS TransactionHistoryStatus.
			SELECT GLExtractFile ASSIGN TO "LNGLEXT"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS GLExtractStatus.

DATA DIVISION.
	FILE SECTION.
	FD  PaymentInputFile.
		COPY "lnpayin.cpy".
	FD  BookedMasterFile.
		COPY "lnbkmst.cpy".
	FD  PaymentRejectFile.
		COPY "lnpayrej.cpy".
	FD  TransactionHistoryFile.
		COPY "lnpayhst.cpy".
	FD  GLExtractFile.
		COPY "lnglext.cpy".

	WORKING-STORAGE SECTION.
		COPY "lndate.cpy".
		COPY "lnduedt.cpy".
		COPY "lnserv.cpy".

		01 PaymentInputStatus PIC X(2).
			88 PaymentInput-OK VALUE "00".
			88 PaymentInput-EOF VALUE "10".
		01 BookedMasterStatus PIC X(2).
			88 BookedMaster-OK VALUE "00".
		01 PaymentRejectStatus PIC X(2).
		01 TransactionHistoryStatus PIC X(2).
		01 GLExtractStatus PIC X(2).

		01 PayRunDateParm PIC X(8).
		01 PayRunDate PIC 9(8).

		01 PaymentControls.
			02 PaymentsRead PIC 9(6) VALUE ZERO.
			02 PaymentsApplied PIC 9(6) VALUE ZERO.
			02 PaymentsRejected PIC 9(6) VALUE ZERO.
			02 LoansUpdated PIC 9(6) VALUE ZERO.
			02 LoansPaidInFull PIC 9(6) VALUE ZERO.
			02 AppliedTotal PIC 9(11)V99 VALUE ZERO.
			02 InterestTotal PIC 9(11)V99 VALUE ZERO.
			02 PrincipalTotal PIC 9(11)V99 VALUE ZERO.
			02 PaymentReason PIC X(40).

*>    The day's payments, held while the master passes by once.  A
*>    payment stays pending until a loan takes it; the reason the
*>    last loan it matched gave for refusing it is kept, and becomes
*>    the reject reason if no later booking of the same reference
*>    takes it either.
		01 PendingControls.
			02 PendingCount PIC 9(4) VALUE ZERO.
			02 PendingLimit PIC 9(4) VALUE 5000.
		01 PendingTable.
			02 PendingEntry OCCURS 5000 TIMES INDEXED BY PendingIndex.
				03 PendingPayment.
					04 PendBranchId PIC X(4).
					04 PendLoanReference PIC X(12).
					04 PendDate PIC 9(8).
					04 PendAmount PIC 9(9)V99.
				03 PendSequence PIC 9(8).
				03 PendStateFlag PIC X(1).
					88 Pend-Waiting VALUE "W".
					88 Pend-Applied VALUE "A".
				03 PendReason PIC X(40).

		01 LoanChangedFlag PIC X(1).
			88 Loan-Changed VALUE "Y".

		01 Pay-Edited-Amounts.
			02 PayTotal-Ed PIC 99999999999.99.

PROCEDURE DIVISION.
	0000-Main.
		PERFORM 1000-Initialize
		PERFORM 2000-Load-Payments UNTIL PaymentInput-EOF
		PERFORM 3000-Apply-Payments
		PERFORM 4000-Reject-Unapplied
			VARYING PendingIndex FROM 1 BY 1
			UNTIL PendingIndex > PendingCount
		PERFORM 5000-Terminate
		STOP RUN.

	1000-Initialize.
		ACCEPT PayRunDateParm FROM ENVIRONMENT "LNPAY-RUN-DATE"
		IF PayRunDateParm IS NUMERIC
			MOVE PayRunDateParm TO PayRunDate
		ELSE
			CALL "LNDATE" USING DateLookup
			MOVE DateLookupDate TO PayRunDate
		END-IF
		OPEN INPUT PaymentInputFile
		IF NOT PaymentInput-OK
			DISPLAY "LNPAY ABEND - CANNOT OPEN LNPAYIN, FILE STATUS "
				PaymentInputStatus
			DISPLAY "VERIFY LNPAYIN IS PRESENT AND CORRECTLY NAMED,"
				" THEN RERUN"
			CLOSE PaymentInputFile
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		OPEN OUTPUT PaymentRejectFile
		OPEN EXTEND TransactionHistoryFile
		IF TransactionHistoryStatus = "35"
			OPEN OUTPUT TransactionHistoryFile
		END-IF
		OPEN EXTEND GLExtractFile
		IF GLExtractStatus = "35"
			OPEN OUTPUT GLExtractFile
		END-IF
		READ PaymentInputFile.

*>    Payments that can never apply - no date, a date that is not a
*>    real day or is still to come, no amount - are rejected on the
*>    way in; the rest wait for the master pass.
	2000-Load-Payments.
		ADD 1 TO PaymentsRead
		PERFORM 2100-Edit-Payment
		IF PaymentReason = SPACES
			ADD 1 TO PendingCount
			SET PendingIndex TO PendingCount
			MOVE PaymentRecord TO PendingPayment(PendingIndex)
			MOVE PaymentsRead TO PendSequence(PendingIndex)
			SET Pend-Waiting(PendingIndex) TO TRUE
			MOVE "NO BOOKED LOAN FOR THIS PAYMENT"
				TO PendReason(PendingIndex)
		ELSE
			MOVE PaymentRecord TO PaymentRejectPayment
			PERFORM 4100-Write-Payment-Reject
		END-IF
		READ PaymentInputFile.

	2100-Edit-Payment.
		MOVE SPACES TO PaymentReason
		MOVE PayDate TO DueLookupStartDate
		MOVE SPACE TO DueLookupFrequency
		MOVE ZERO TO DueLookupPeriod
		CALL "LNDUEDT" USING DueDateLookup
		IF PayBranchId = SPACES OR PayLoanReference = SPACES
			MOVE "BRANCH AND LOAN REFERENCE ARE REQUIRED"
				TO PaymentReason
		ELSE IF DueLookup-Invalid
			MOVE "PAYMENT DATE IS NOT A VALID DATE" TO PaymentReason
		ELSE IF PayDate > PayRunDate
			MOVE "PAYMENT DATE IS AFTER THE POSTING DATE"
				TO PaymentReason
		ELSE IF PayAmount IS NOT NUMERIC OR PayAmount = ZERO
			MOVE "PAYMENT AMOUNT MUST BE GREATER THAN ZERO"
				TO PaymentReason
		ELSE IF PendingCount NOT < PendingLimit
			MOVE "PAYMENT TABLE FULL - RESUBMIT NEXT RUN"
				TO PaymentReason
		END-IF.

	3000-Apply-Payments.
		OPEN I-O BookedMasterFile
		IF NOT BookedMaster-OK
			DISPLAY "LNPAY ABEND - CANNOT OPEN LNBKMST, FILE STATUS "
				BookedMasterStatus
			DISPLAY "NO PAYMENT HAS BEEN APPLIED - CORRECT AND RERUN"
			CLOSE PaymentInputFile
			CLOSE PaymentRejectFile
			CLOSE TransactionHistoryFile
			CLOSE GLExtractFile
			CLOSE BookedMasterFile
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		READ BookedMasterFile
		PERFORM 3100-Service-Booked-Loan
			UNTIL NOT BookedMaster-OK
		CLOSE BookedMasterFile.

	3100-Service-Booked-Loan.
		MOVE "N" TO LoanChangedFlag
		PERFORM 3200-Match-Payment
			VARYING PendingIndex FROM 1 BY 1
			UNTIL PendingIndex > PendingCount
		IF Loan-Changed
			REWRITE BookedLoanRecord
			ADD 1 TO LoansUpdated
			IF Booked-Paid-In-Full
				ADD 1 TO LoansPaidInFull
			END-IF
		END-IF
		READ BookedMasterFile.

	3200-Match-Payment.
		IF Pend-Waiting(PendingIndex)
				AND PendBranchId(PendingIndex) = BookedBranchId
				AND PendLoanReference(PendingIndex)
					= BookedLoanReference
			SET Service-Post-Payment TO TRUE
			MOVE PendDate(PendingIndex) TO ServiceDate
			MOVE PendAmount(PendingIndex) TO ServiceAmount
			CALL "LNSERV" USING ServiceRequest, BookedLoanRecord
			IF Service-Done
				SET Loan-Changed TO TRUE
				SET Pend-Applied(PendingIndex) TO TRUE
				PERFORM 3300-Record-Applied-Payment
			ELSE
				MOVE ServiceMessage TO PendReason(PendingIndex)
			END-IF
		END-IF.

	3300-Record-Applied-Payment.
		ADD 1 TO PaymentsApplied
		ADD PendAmount(PendingIndex) TO AppliedTotal
		ADD ServiceInterestPart TO InterestTotal
		ADD ServicePrincipalPart TO PrincipalTotal
		MOVE BookedBranchId TO TranBranchId
		MOVE BookedLoanReference TO TranLoanReference
		MOVE BookedDate TO TranBookedDate
		MOVE PayRunDate TO TranPostedDate
		MOVE PendSequence(PendingIndex) TO TranSequence
		SET Tran-Payment TO TRUE
		MOVE PendDate(PendingIndex) TO TranPaymentDate
		MOVE PendAmount(PendingIndex) TO TranAmount
		MOVE ServiceInterestPart TO TranInterest
		MOVE ServicePrincipalPart TO TranPrincipal
		MOVE BookedBalance TO TranBalanceAfter
		MOVE BookedInterestDue TO TranInterestDueAfter
		MOVE BookedNextDueDate TO TranNextDueDate
		MOVE BookedPeriodsPaid TO TranPeriodsPaid
		MOVE BookedLoanStatus TO TranLoanStatus
		WRITE LoanTransactionRecord
		IF ServiceInterestPart > ZERO
			MOVE "PI" TO GLCalcMethod
			MOVE ServiceInterestPart TO GLInterestAmount
			PERFORM 3400-Write-GL-Extract
		END-IF
		IF ServicePrincipalPart > ZERO
			MOVE "PP" TO GLCalcMethod
			MOVE ServicePrincipalPart TO GLInterestAmount
			PERFORM 3400-Write-GL-Extract
		END-IF.

	3400-Write-GL-Extract.
		MOVE PayRunDate TO GLLoanIdDate
		MOVE PendSequence(PendingIndex) TO GLLoanIdSeq
		MOVE BookedBranchId TO GLBranchId
		MOVE BookedLoanReference TO GLLoanReference
		WRITE GLExtractRecord.

	4000-Reject-Unapplied.
		IF Pend-Waiting(PendingIndex)
			MOVE PendingPayment(PendingIndex) TO PaymentRejectPayment
			MOVE PendReason(PendingIndex) TO PaymentReason
			PERFORM 4100-Write-Payment-Reject
		END-IF.

	4100-Write-Payment-Reject.
		ADD 1 TO PaymentsRejected
		MOVE PaymentReason TO PaymentRejectReason
		WRITE PaymentRejectRecord
		DISPLAY "PAYMENT REJECTED - BRANCH " PayRejBranchId
			" REF " PayRejLoanReference " DATED " PayRejDate
			": " PaymentReason.

	5000-Terminate.
		CLOSE PaymentInputFile
		CLOSE PaymentRejectFile
		CLOSE TransactionHistoryFile
		CLOSE GLExtractFile
		DISPLAY "===== LNPAY PAYMENT POSTING FOR " PayRunDate " ====="
		DISPLAY "PAYMENTS READ:     " PaymentsRead
		DISPLAY "PAYMENTS APPLIED:  " PaymentsApplied
		DISPLAY "PAYMENTS REJECTED: " PaymentsRejected
		DISPLAY "LOANS UPDATED:     " LoansUpdated
			"  PAID IN FULL: " LoansPaidInFull
		MOVE AppliedTotal TO PayTotal-Ed
		DISPLAY "AMOUNT APPLIED:    " PayTotal-Ed
		MOVE InterestTotal TO PayTotal-Ed
		DISPLAY "  TO INTEREST:     " PayTotal-Ed
		MOVE PrincipalTotal TO PayTotal-Ed
		DISPLAY "  TO PRINCIPAL:    " PayTotal-Ed
		DISPLAY "=====================================".
