*>    sequential file of loan requests (the same fields MAIN takes
*>    interactively, one per quote) and writes the computed results
*>    to a report file, so a whole day's queue of quotes can run
*>    unattended instead of being keyed in one at a time.  A PO
*>    request is a payoff quote on a loan already booked: the branch
*>    and reference name the loan, the start date carries the payoff
*>    date (zero for the processing date), and LNPAYOFF prices it
*>    from LNBKMST instead of LNCALC - it is audited and reported but
*>    is not a new quote, so nothing goes to history or the GL.
*>    Every valid AM quote also gets its truth-in-lending disclosure
*>    statement printed through LNDISC, carrying the origination fee
*>    the feed gives for it.  An IB request is an interest-only /
*>    balloon loan; it goes through history, the GL and the schedule
*>    detail exactly as AM does.
*>
*>    Each branch's submission is a section of the feed, framed by a
*>    header (branch, feed date, feed sequence) and a trailer
*>    (request count, principal hash total) - lnbatctl.cpy.  Before
*>    anything is priced, one pass over the whole feed proves every
*>    section against its trailer and its sequence number against the
*>    branch's last feed on LNFEEDSQ: a section cut short, padded,
*>    mixing in another branch's requests, or sent out of turn or
*>    twice is held - named with its reason on the run output and
*>    added whole to LNBATHLD, where it stays until operations
*>    releases it (LNBATREL) once the branch confirms it - while the
*>    good branches price as usual.  Requests outside any header and
*>    trailer are held the same way.  LNFEEDSQ moves on at the clean
*>    end of the run, so a restart proves the feed exactly as the
*>    first attempt did.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
			SELECT DuplicateFile ASSIGN TO "LNBATDUP"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS BatchDuplicateStatus.
			SELECT HeldFeedFile ASSIGN TO "LNBATHLD"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS HeldFeedStatus.
			SELECT FeedSequenceFile ASSIGN TO "LNFEEDSQ"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS FeedSequenceStatus.

DATA DIVISION.
	FILE SECTION.
	FD  BatchInputFile.
		COPY "lnbatin.cpy".
		COPY "lnbatctl.cpy".
	FD  BatchReportFile.
		COPY "lnbatout.cpy".
	FD  LoanHistoryFile.
		01 RejectRegisterLine PIC X(132).
	FD  DuplicateFile.
		COPY "lnbatdup.cpy".
	FD  HeldFeedFile.
		COPY "lnbathld.cpy".
	FD  FeedSequenceFile.
		COPY "lnfeedsq.cpy".

	WORKING-STORAGE SECTION.
		COPY "loancalc.cpy".
		COPY "lnrate.cpy".
		COPY "lnbranch.cpy".
		COPY "lndate.cpy".
		COPY "lnpayoff.cpy".
		COPY "lndisc.cpy".

		01 BatchInputStatus PIC X(2).
			88 BatchInput-OK VALUE "00".
			88 BatchDuplicate-OK VALUE "00".
			88 BatchDuplicate-EOF VALUE "10".

		01 HeldFeedStatus PIC X(2).

		01 FeedSequenceStatus PIC X(2).
			88 FeedSequence-OK VALUE "00".

*>    Feed proof working storage.  The proving pass numbers every
*>    record on the feed and notes each section's first and last
*>    record, so the pricing pass - and a restart's skip, which
*>    counts the same records - knows which section a record falls
*>    in without re-reading anything.  A held section carries its
*>    reason; a proven one carries spaces.
		01 FeedProofControls.
			02 FeedRecordNumber PIC 9(6) VALUE ZERO.
			02 FeedSectionCount PIC 9(4) VALUE ZERO.
			02 FeedSectionLimit PIC 9(4) VALUE 500.
			02 FeedSectionCurrent PIC 9(4).
			02 FeedSectionState PIC X(1).
				88 Feed-No-Section VALUE "N".
				88 Feed-Section-Open VALUE "S".
				88 Feed-Orphans-Open VALUE "O".
			02 FeedHoldReason PIC X(40).
			02 FeedHeldSectionCount PIC 9(4) VALUE ZERO.
			02 FeedHeldRecordCount PIC 9(6) VALUE ZERO.
			02 FeedSectionRecords PIC 9(6).
		01 FeedSectionTable.
			02 FeedSectionEntry OCCURS 500 TIMES
					INDEXED BY FeedSectionIndex.
				03 SectionBranchId PIC X(4).
				03 SectionFeedDate PIC 9(8).
				03 SectionFeedSequence PIC 9(6).
				03 SectionReleasedFlag PIC X(1).
				03 SectionFirstRecord PIC 9(6).
				03 SectionLastRecord PIC 9(6).
				03 SectionRecordCount PIC 9(6).
				03 SectionPrincipalHash PIC 9(13)V99.
				03 SectionHoldReason PIC X(40).

*>    Each branch's last feed sequence, loaded from LNFEEDSQ and
*>    moved on as this feed's sections are proven in turn, so two
*>    sections from one branch in the same feed must also follow
*>    each other.  Sized like the LNBATSPL branch list.
		01 FeedSequenceControls.
			02 FeedSeqCount PIC 9(3) VALUE ZERO.
			02 FeedSeqLimit PIC 9(3) VALUE 200.
			02 FeedSeqCurrent PIC 9(3).
			02 FeedSeqFoundEntry PIC 9(3).
			02 FeedSeqFoundFlag PIC X(1).
				88 FeedSeq-Found VALUE "Y".
				88 FeedSeq-Not-Found VALUE "N".
		01 FeedSequenceTable.
			02 FeedSequenceEntry OCCURS 200 TIMES
					INDEXED BY FeedSeqIndex.
				03 SeqTableBranchId PIC X(4).
				03 SeqTableLastDate PIC 9(8).
				03 SeqTableLastSequence PIC 9(6).

*>    Set by the duplicate check: the request's branch, reference
*>    and input fields match a quote already on today's history, so
*>    this submission must answer the branch without posting again.
			02 CT-AL-Count PIC 9(6) VALUE ZERO.
			02 CT-AL-Principal PIC 9(11)V99 VALUE ZERO.
			02 CT-AL-Amount PIC 9(11)V99 VALUE ZERO.
			02 CT-PO-Count PIC 9(6) VALUE ZERO.
			02 CT-PO-Principal PIC 9(11)V99 VALUE ZERO.
			02 CT-PO-Amount PIC 9(11)V99 VALUE ZERO.
			02 CT-IB-Count PIC 9(6) VALUE ZERO.
			02 CT-IB-Principal PIC 9(11)V99 VALUE ZERO.
			02 CT-IB-Amount PIC 9(11)V99 VALUE ZERO.
			02 CT-Reject-Count PIC 9(6) VALUE ZERO.
			02 CT-Dup-Count PIC 9(6) VALUE ZERO.

			02 CT-AM-Amount-Ed PIC 99999999999.99.
			02 CT-AL-Principal-Ed PIC 99999999999.99.
			02 CT-AL-Amount-Ed PIC 99999999999.99.
			02 CT-PO-Principal-Ed PIC 99999999999.99.
			02 CT-PO-Amount-Ed PIC 99999999999.99.
			02 CT-IB-Principal-Ed PIC 99999999999.99.
			02 CT-IB-Amount-Ed PIC 99999999999.99.

*>    Reject register working storage.  The register is built at end
*>    of run from the reject file itself (one pass collecting the
		IF NOT BatchInput-OK
			PERFORM 1010-Abend-Batch-Input-Open
		END-IF
		PERFORM 1500-Prove-Feed-Sections
		PERFORM 1200-Get-Restart-Position
		IF BatchCheckpointCount > ZERO
			OPEN EXTEND BatchReportFile
		ELSE
			OPEN OUTPUT DuplicateFile
		END-IF
*>    Held sections stay on LNBATHLD until LNBATREL releases them, so
*>    the hold file is added to on every run, fresh or restart, and
*>    only created when it is not there yet.
		OPEN EXTEND HeldFeedFile
		IF HeldFeedStatus = "35"
			OPEN OUTPUT HeldFeedFile
		END-IF
*>    The history file stays open I-O for the whole run: every record
*>    goes out through it, and the duplicate check reads back by key -
*>    including a quote written minutes earlier in this same run.  A
		CLOSE ScheduleFile
		CLOSE BatchRejectFile
		CLOSE DuplicateFile
		CLOSE HeldFeedFile
		MOVE 16 TO RETURN-CODE
		STOP RUN.

		CLOSE ScheduleFile
		CLOSE BatchRejectFile
		CLOSE DuplicateFile
		CLOSE HeldFeedFile
		MOVE 16 TO RETURN-CODE
		STOP RUN.

				MOVE CheckpointALCount TO CT-AL-Count
				MOVE CheckpointALPrincipal TO CT-AL-Principal
				MOVE CheckpointALAmount TO CT-AL-Amount
				MOVE CheckpointPOCount TO CT-PO-Count
				MOVE CheckpointPOPrincipal TO CT-PO-Principal
				MOVE CheckpointPOAmount TO CT-PO-Amount
				MOVE CheckpointIBCount TO CT-IB-Count
				MOVE CheckpointIBPrincipal TO CT-IB-Principal
				MOVE CheckpointIBAmount TO CT-IB-Amount
				MOVE CheckpointRejectCount TO CT-Reject-Count
				MOVE CheckpointDupCount TO CT-Dup-Count
			END-IF
		CLOSE ScheduleFile
		CLOSE BatchRejectFile
		CLOSE DuplicateFile
		CLOSE HeldFeedFile
		MOVE 16 TO RETURN-CODE
		STOP RUN.

*>    The proving pass reads the whole feed once, section by section,
*>    and then reopens it for pricing.  The first reason a section
*>    fails on is the one it is held for.
	1500-Prove-Feed-Sections.
		PERFORM 1510-Load-Feed-Sequences
		SET Feed-No-Section TO TRUE
		READ BatchInputFile
		PERFORM 1520-Prove-Feed-Record UNTIL BatchInput-EOF
		IF Feed-Section-Open
			MOVE "SECTION HAS NO TRAILER - FEED CUT SHORT"
				TO FeedHoldReason
			PERFORM 1580-Hold-Feed-Section
		END-IF
		CLOSE BatchInputFile
		OPEN INPUT BatchInputFile
		PERFORM 1590-Display-Feed-Section
			VARYING FeedSectionCurrent FROM 1 BY 1
			UNTIL FeedSectionCurrent > FeedSectionCount
		MOVE 1 TO FeedSectionCurrent.

*>    No LNFEEDSQ means no branch has sent a feed yet: every branch's
*>    first section takes whatever sequence it carries.
	1510-Load-Feed-Sequences.
		OPEN INPUT FeedSequenceFile
		IF FeedSequence-OK
			READ FeedSequenceFile
			PERFORM 1515-Load-Feed-Sequence
				UNTIL NOT FeedSequence-OK
		END-IF
		CLOSE FeedSequenceFile.

	1515-Load-Feed-Sequence.
		IF FeedSeqCount < FeedSeqLimit
			ADD 1 TO FeedSeqCount
			SET FeedSeqIndex TO FeedSeqCount
			MOVE FeedSeqBranchId TO SeqTableBranchId(FeedSeqIndex)
			MOVE FeedSeqLastDate TO SeqTableLastDate(FeedSeqIndex)
			MOVE FeedSeqLastSequence
				TO SeqTableLastSequence(FeedSeqIndex)
		END-IF
		READ FeedSequenceFile.

	1520-Prove-Feed-Record.
		ADD 1 TO FeedRecordNumber
		EVALUATE TRUE
			WHEN Feed-Header
				PERFORM 1530-Open-Feed-Section
			WHEN Feed-Trailer
				PERFORM 1540-Close-Feed-Section
			WHEN OTHER
				PERFORM 1550-Count-Feed-Request
		END-EVALUATE
		READ BatchInputFile.

*>    A header arriving while the last section is still waiting for
*>    its trailer means that section was cut short.
	1530-Open-Feed-Section.
		IF Feed-Section-Open
			MOVE "SECTION HAS NO TRAILER - FEED CUT SHORT"
				TO FeedHoldReason
			PERFORM 1580-Hold-Feed-Section
		END-IF
		PERFORM 1560-New-Feed-Section
		SET Feed-Section-Open TO TRUE
		MOVE HeaderBranchId TO SectionBranchId(FeedSectionIndex)
		MOVE HeaderReleaseFlag TO SectionReleasedFlag(FeedSectionIndex)
		IF HeaderFeedDate IS NUMERIC
			MOVE HeaderFeedDate TO SectionFeedDate(FeedSectionIndex)
		END-IF
		IF HeaderFeedSequence IS NUMERIC
			MOVE HeaderFeedSequence
				TO SectionFeedSequence(FeedSectionIndex)
		END-IF
		IF HeaderBranchId = SPACES
				OR HeaderFeedSequence IS NOT NUMERIC
			MOVE "HEADER HAS NO BRANCH OR FEED SEQUENCE"
				TO FeedHoldReason
			PERFORM 1580-Hold-Feed-Section
		ELSE IF HeaderFeedDate IS NOT NUMERIC
			MOVE "HEADER FEED DATE IS NOT A DATE" TO FeedHoldReason
			PERFORM 1580-Hold-Feed-Section
		ELSE IF Header-Released
			PERFORM 1572-Advance-Released-Sequence
		ELSE
			PERFORM 1570-Check-Feed-Sequence
		END-IF.

*>    The trailer closes the section; a trailer with no section open
*>    is a stray and is held with the other records outside one.
	1540-Close-Feed-Section.
		IF Feed-Section-Open
			SET FeedSectionIndex TO FeedSectionCount
			MOVE FeedRecordNumber TO SectionLastRecord(FeedSectionIndex)
			EVALUATE TRUE
				WHEN TrailerBranchId
						NOT = SectionBranchId(FeedSectionIndex)
					MOVE "TRAILER IS FOR ANOTHER BRANCH"
						TO FeedHoldReason
					PERFORM 1580-Hold-Feed-Section
				WHEN TrailerRecordCount IS NOT NUMERIC
					MOVE "RECORD COUNT DOES NOT MATCH TRAILER"
						TO FeedHoldReason
					PERFORM 1580-Hold-Feed-Section
				WHEN TrailerRecordCount
						NOT = SectionRecordCount(FeedSectionIndex)
					MOVE "RECORD COUNT DOES NOT MATCH TRAILER"
						TO FeedHoldReason
					PERFORM 1580-Hold-Feed-Section
				WHEN TrailerPrincipalHash IS NOT NUMERIC
					MOVE "PRINCIPAL HASH DOES NOT MATCH TRAILER"
						TO FeedHoldReason
					PERFORM 1580-Hold-Feed-Section
				WHEN TrailerPrincipalHash
						NOT = SectionPrincipalHash(FeedSectionIndex)
					MOVE "PRINCIPAL HASH DOES NOT MATCH TRAILER"
						TO FeedHoldReason
					PERFORM 1580-Hold-Feed-Section
			END-EVALUATE
			SET Feed-No-Section TO TRUE
		ELSE
			IF Feed-No-Section
				PERFORM 1555-Open-Orphan-Section
			END-IF
			SET FeedSectionIndex TO FeedSectionCount
			MOVE FeedRecordNumber TO SectionLastRecord(FeedSectionIndex)
		END-IF.

*>    The hash is the sum of the principals that are numeric - the
*>    same guard the LNBATSPL transmittal total uses; a request with
*>    a garbled principal still counts, and is rejected on its own.
	1550-Count-Feed-Request.
		IF Feed-No-Section
			PERFORM 1555-Open-Orphan-Section
		END-IF
		SET FeedSectionIndex TO FeedSectionCount
		IF Feed-Orphans-Open
				AND BatchBranchId NOT = SectionBranchId(FeedSectionIndex)
			PERFORM 1555-Open-Orphan-Section
			SET FeedSectionIndex TO FeedSectionCount
		END-IF
		MOVE FeedRecordNumber TO SectionLastRecord(FeedSectionIndex)
		ADD 1 TO SectionRecordCount(FeedSectionIndex)
		IF BatchPrincipal IS NUMERIC
			ADD BatchPrincipal TO SectionPrincipalHash(FeedSectionIndex)
		END-IF
		IF Feed-Section-Open
				AND BatchBranchId NOT = SectionBranchId(FeedSectionIndex)
			MOVE "REQUEST FOR ANOTHER BRANCH IN SECTION"
				TO FeedHoldReason
			PERFORM 1580-Hold-Feed-Section
		END-IF.

*>    Records before the first header, or between one section's
*>    trailer and the next header, belong to no branch's submission;
*>    they are gathered into a section of their own and held - a new
*>    one whenever the branch on the records changes, so each held
*>    section is one branch's and can be released to it.
	1555-Open-Orphan-Section.
		PERFORM 1560-New-Feed-Section
		SET Feed-Orphans-Open TO TRUE
		MOVE BatchBranchId TO SectionBranchId(FeedSectionIndex)
		MOVE "RECORDS OUTSIDE A HEADER AND TRAILER" TO FeedHoldReason
		PERFORM 1580-Hold-Feed-Section.

*>    More sections than the table holds is a feed nobody meant to
*>    send - stop before anything is priced rather than price part
*>    of it unproven.
	1560-New-Feed-Section.
		IF FeedSectionCount >= FeedSectionLimit
			DISPLAY "LNBATCH ABEND - MORE THAN " FeedSectionLimit
				" FEED SECTIONS ON LNBATIN"
			DISPLAY "VERIFY THE CORRECT LNBATIN IS MOUNTED AND RERUN"
			CLOSE BatchInputFile
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		ADD 1 TO FeedSectionCount
		SET FeedSectionIndex TO FeedSectionCount
		MOVE SPACES TO SectionBranchId(FeedSectionIndex),
			SectionReleasedFlag(FeedSectionIndex),
			SectionHoldReason(FeedSectionIndex)
		MOVE ZERO TO SectionFeedDate(FeedSectionIndex),
			SectionFeedSequence(FeedSectionIndex),
			SectionRecordCount(FeedSectionIndex),
			SectionPrincipalHash(FeedSectionIndex)
		MOVE FeedRecordNumber TO SectionFirstRecord(FeedSectionIndex),
			SectionLastRecord(FeedSectionIndex).

*>    A branch's sections run one up from its last.  One at or below
*>    the last was sent before; one more than one up means a feed in
*>    between never arrived.  A section held for any other reason
*>    still moves the branch's sequence on - the branch did send it,
*>    and it comes back through release, which is not checked again.
	1570-Check-Feed-Sequence.
		SET FeedSeq-Not-Found TO TRUE
		PERFORM 1575-Match-Feed-Sequence
			VARYING FeedSeqCurrent FROM 1 BY 1
			UNTIL FeedSeqCurrent > FeedSeqCount OR FeedSeq-Found
		IF FeedSeq-Found
			SET FeedSeqIndex TO FeedSeqFoundEntry
			EVALUATE TRUE
				WHEN HeaderFeedSequence
						NOT > SeqTableLastSequence(FeedSeqIndex)
					MOVE "FEED SEQUENCE REPEATED - ALREADY TAKEN"
						TO FeedHoldReason
					PERFORM 1580-Hold-Feed-Section
				WHEN HeaderFeedSequence
						> SeqTableLastSequence(FeedSeqIndex) + 1
					MOVE "FEED SEQUENCE OUT OF ORDER - FEED MISSED"
						TO FeedHoldReason
					PERFORM 1580-Hold-Feed-Section
				WHEN OTHER
					MOVE HeaderFeedSequence
						TO SeqTableLastSequence(FeedSeqIndex)
					MOVE HeaderFeedDate
						TO SeqTableLastDate(FeedSeqIndex)
			END-EVALUATE
		ELSE IF FeedSeqCount < FeedSeqLimit
			ADD 1 TO FeedSeqCount
			SET FeedSeqIndex TO FeedSeqCount
			MOVE HeaderBranchId TO SeqTableBranchId(FeedSeqIndex)
			MOVE HeaderFeedSequence TO SeqTableLastSequence(FeedSeqIndex)
			MOVE HeaderFeedDate TO SeqTableLastDate(FeedSeqIndex)
		ELSE
			MOVE "NO ROOM TO TRACK THIS BRANCH'S SEQUENCE"
				TO FeedHoldReason
			PERFORM 1580-Hold-Feed-Section
		END-IF.

*>    A released section is one the branch has confirmed, so it is
*>    taken whatever its sequence; one released past the branch's
*>    last sequence (held out of order) moves the sequence up to it,
*>    so the branch's next feed follows on from it.  A released
*>    section never moves the sequence back, and one released from
*>    records sent outside any header (sequence zero) does not start
*>    a branch's sequence.
	1572-Advance-Released-Sequence.
		SET FeedSeq-Not-Found TO TRUE
		PERFORM 1575-Match-Feed-Sequence
			VARYING FeedSeqCurrent FROM 1 BY 1
			UNTIL FeedSeqCurrent > FeedSeqCount OR FeedSeq-Found
		IF FeedSeq-Found
			SET FeedSeqIndex TO FeedSeqFoundEntry
			IF HeaderFeedSequence > SeqTableLastSequence(FeedSeqIndex)
				MOVE HeaderFeedSequence
					TO SeqTableLastSequence(FeedSeqIndex)
				MOVE HeaderFeedDate TO SeqTableLastDate(FeedSeqIndex)
			END-IF
		ELSE IF FeedSeqCount < FeedSeqLimit
				AND HeaderFeedSequence > ZERO
			ADD 1 TO FeedSeqCount
			SET FeedSeqIndex TO FeedSeqCount
			MOVE HeaderBranchId TO SeqTableBranchId(FeedSeqIndex)
			MOVE HeaderFeedSequence TO SeqTableLastSequence(FeedSeqIndex)
			MOVE HeaderFeedDate TO SeqTableLastDate(FeedSeqIndex)
		END-IF.

	1575-Match-Feed-Sequence.
		IF SeqTableBranchId(FeedSeqCurrent) = HeaderBranchId
			SET FeedSeq-Found TO TRUE
			MOVE FeedSeqCurrent TO FeedSeqFoundEntry
		END-IF.

	1580-Hold-Feed-Section.
		SET FeedSectionIndex TO FeedSectionCount
		IF SectionHoldReason(FeedSectionIndex) = SPACES
			MOVE FeedHoldReason TO SectionHoldReason(FeedSectionIndex)
		END-IF.

	1590-Display-Feed-Section.
		SET FeedSectionIndex TO FeedSectionCurrent
		IF SectionHoldReason(FeedSectionIndex) = SPACES
			DISPLAY "LNBATCH - BRANCH " SectionBranchId(FeedSectionIndex)
				" FEED SEQUENCE " SectionFeedSequence(FeedSectionIndex)
				" PROVEN - " SectionRecordCount(FeedSectionIndex)
				" REQUEST(S)"
		ELSE
			COMPUTE FeedSectionRecords =
				SectionLastRecord(FeedSectionIndex)
					- SectionFirstRecord(FeedSectionIndex) + 1
			ADD 1 TO FeedHeldSectionCount
			ADD FeedSectionRecords TO FeedHeldRecordCount
			DISPLAY "LNBATCH - HOLDING BRANCH "
				SectionBranchId(FeedSectionIndex)
				" FEED SEQUENCE " SectionFeedSequence(FeedSectionIndex)
				" (" FeedSectionRecords " RECORD(S)) - "
				SectionHoldReason(FeedSectionIndex)
		END-IF.

*>    Every record on the feed counts toward the checkpoint, control
*>    records and held ones included, so a restart's skip lands on
*>    the same record number the proving pass numbered.
	2000-Process-Requests.
		ADD 1 TO BatchCheckpointCount
		PERFORM 2005-Advance-Feed-Section
			UNTIL BatchCheckpointCount
				NOT > SectionLastRecord(FeedSectionCurrent)
		EVALUATE TRUE
			WHEN SectionHoldReason(FeedSectionCurrent) NOT = SPACES
				PERFORM 2900-Write-Held-Record
			WHEN Feed-Header OR Feed-Trailer
				CONTINUE
			WHEN OTHER
				PERFORM 2010-Price-Request
		END-EVALUATE
		PERFORM 2300-Checkpoint-If-Due
		READ BatchInputFile.

	2005-Advance-Feed-Section.
		ADD 1 TO FeedSectionCurrent.

	2010-Price-Request.
		ADD 1 TO BatchRecordsRead
		MOVE BatchBranchId TO BranchId
		MOVE BatchLoanReference TO LoanReference
		MOVE BatchPrincipal TO Principal
		MOVE BatchFrequency TO PaymentFrequency
		MOVE BatchStartDate TO LoanStartDate
		MOVE BatchBasis TO DayCountBasis
		MOVE BatchOriginationFee TO OriginationFee
		MOVE BatchInterestOnlyYears TO InterestOnlyYears
		MOVE BatchBalloonYears TO BalloonYears
*>    A start date left blank on the feed means the same thing as a
*>    zero-filled one - no calendar asked for - and must read that
*>    way before the duplicate check compares it against history.
		IF LoanStartDate = SPACES
			MOVE ZERO TO LoanStartDate
		END-IF
		IF OriginationFee = SPACES
			MOVE ZERO TO OriginationFee
		END-IF
		IF InterestOnlyYears = SPACES
			MOVE ZERO TO InterestOnlyYears
		END-IF
		IF BalloonYears = SPACES
			MOVE ZERO TO BalloonYears
		END-IF
		SET Not-Duplicate-Request TO TRUE
		IF CalculationMethod = "PO"
			PERFORM 2070-Quote-Payoff
		ELSE
			PERFORM 2050-Validate-Rate
			IF Input-Valid
				PERFORM 2055-Check-Branch-Authority
			END-IF
*>    History does not carry an IB loan's interest-only and balloon
*>    terms, only the figures they priced to, so an IB request is
*>    priced first and the duplicate check compares figures too.  An
*>    AM request is priced first as well: history does not carry the
*>    origination fee either, and every AM quote the branch is
*>    answered - a duplicate included - gets its disclosure for the
*>    fee on this submission, printed while the schedule is still
*>    there to give the first due date.
			IF Input-Valid
					AND (CalculationMethod = "IB"
						OR CalculationMethod = "AM")
				CALL "LNCALC" USING InterestCalculation,
					AmortizationSchedule
			END-IF
			IF Input-Valid AND CalculationMethod = "AM"
				PERFORM 2080-Print-Disclosure
			END-IF
			IF Input-Valid
				PERFORM 2060-Check-Duplicate
			END-IF
			IF Input-Valid AND Not-Duplicate-Request
					AND CalculationMethod NOT = "IB"
					AND CalculationMethod NOT = "AM"
				CALL "LNCALC" USING InterestCalculation,
					AmortizationSchedule
			END-IF
		END-IF
		MOVE BranchId TO ReportBranchId
		MOVE LoanReference TO ReportLoanReference
		END-IF
		PERFORM 2200-Write-Audit-Record
		IF Input-Valid AND Not-Duplicate-Request
				AND CalculationMethod NOT = "PO"
			PERFORM 2100-Record-History
		END-IF
*>    A comparison quote prices every method but books none of
*>    them, so nothing goes to the GL extract (and LNCALC builds it
*>    no schedule).  A suppressed duplicate posts nothing either -
*>    its first submission already did - and neither does a payoff
*>    quote, which prices a loan already on the books.
		IF Input-Valid AND Not-Duplicate-Request
				AND CalculationMethod NOT = "AL"
				AND CalculationMethod NOT = "PO"
			PERFORM 2500-Write-GL-Extract
		END-IF
		IF Input-Valid AND Not-Duplicate-Request
				AND AmortizationEntryCount > ZERO
			PERFORM 2600-Write-Schedule-Detail
		END-IF
		PERFORM 2400-Accumulate-Control-Totals.

*>    Consult the head-office rate table before calculating - the
*>    same rules MAIN applies interactively: fill an omitted rate
					AND (HistoryFrequency = PaymentFrequency
						OR (PaymentFrequency = SPACE
							AND HistoryFrequency = "A"))
					AND (CalculationMethod NOT = "IB"
						OR (HistorySimpleInterest = SimpleInterest
							AND HistoryCompoundInterest
								= CompoundInterest
							AND HistoryInstallmentPayment
								= InstallmentPayment))
				SET Duplicate-Request TO TRUE
				MOVE HistorySimpleInterest TO SimpleInterest
				MOVE HistoryCompoundInterest TO CompoundInterest
			END-IF
		END-IF.

*>    A payoff quote prices a loan already on the books, so the rate
*>    table, lending authority and duplicate check do not apply; a
*>    payoff re-requested simply quotes again.  The audit shows the
*>    loan's own rate as keyed and no table rate.
	2070-Quote-Payoff.
		IF LoanStartDate IS NUMERIC AND LoanStartDate > ZERO
			MOVE LoanStartDate TO PayoffDate
		ELSE
			MOVE TodaysDate TO PayoffDate
		END-IF
		MOVE SPACES TO PaymentFrequency, DayCountBasis
		CALL "LNPAYOFF" USING InterestCalculation, PayoffQuote
		MOVE InterestRate TO KeyedInterestRate
		MOVE ZERO TO RateLookupPostedRate, AmortizationEntryCount.

*>    The disclosure goes with the quote the branch is answered
*>    with, duplicate or not - a resubmission may carry a corrected
*>    fee, and the statement must show the fee actually charged.
	2080-Print-Disclosure.
		SET Disclosure-Quote TO TRUE
		MOVE TodaysDate TO DisclosureDate
		CALL "LNDISC" USING InterestCalculation, AmortizationSchedule,
			DisclosureRequest.

	2100-Record-History.
		MOVE TodaysDate TO HistoryDate
		MOVE BranchId TO HistoryBranchId
				MOVE CompoundInterest TO GLInterestAmount
			WHEN "AM"
				MOVE TotalInterestPaid TO GLInterestAmount
			WHEN "IB"
				MOVE TotalInterestPaid TO GLInterestAmount
		END-EVALUATE
		WRITE GLExtractRecord.

*>    Year-by-year detail for CO/AM/IB requests, keyed by the same run-date
*>    + sequence pair 2500-Write-GL-Extract just assigned to this
*>    request, so a schedule line can be traced back to its GL posting.
	2600-Write-Schedule-Detail.
		MOVE BatchLoanRequest TO DuplicateRequestRecord
		WRITE DuplicateRequestRecord.

*>    A held section goes to the hold file whole - header, requests
*>    and trailer exactly as they arrived - tagged with the section
*>    it came in and the reason it was held.
	2900-Write-Held-Record.
		SET FeedSectionIndex TO FeedSectionCurrent
		MOVE BatchLoanRequest TO HeldFeedImage
		MOVE TodaysDate TO HeldRunDate
		MOVE FeedSectionCurrent TO HeldSectionNumber
		MOVE SectionBranchId(FeedSectionIndex) TO HeldBranchId
		MOVE SectionFeedSequence(FeedSectionIndex) TO HeldFeedSequence
		MOVE SectionHoldReason(FeedSectionIndex) TO HeldReason
		WRITE HeldFeedRecord.

	2400-Accumulate-Control-Totals.
		IF Duplicate-Request
			ADD 1 TO CT-Dup-Count
					ADD Principal TO CT-AL-Principal
					PERFORM 2410-Compute-Cheapest-Interest
					ADD CT-WorkAmount TO CT-AL-Amount
				WHEN "PO"
					ADD 1 TO CT-PO-Count
					ADD Principal TO CT-PO-Principal
					MOVE InstallmentPayment TO CT-WorkAmount
					ADD CT-WorkAmount TO CT-PO-Amount
				WHEN "IB"
					ADD 1 TO CT-IB-Count
					ADD Principal TO CT-IB-Principal
					MOVE TotalInterestPaid TO CT-WorkAmount
					ADD CT-WorkAmount TO CT-IB-Amount
			END-EVALUATE
		END-IF.

		MOVE CT-AL-Count TO CheckpointALCount
		MOVE CT-AL-Principal TO CheckpointALPrincipal
		MOVE CT-AL-Amount TO CheckpointALAmount
		MOVE CT-PO-Count TO CheckpointPOCount
		MOVE CT-PO-Principal TO CheckpointPOPrincipal
		MOVE CT-PO-Amount TO CheckpointPOAmount
		MOVE CT-IB-Count TO CheckpointIBCount
		MOVE CT-IB-Principal TO CheckpointIBPrincipal
		MOVE CT-IB-Amount TO CheckpointIBAmount
		MOVE CT-Reject-Count TO CheckpointRejectCount
		MOVE CT-Dup-Count TO CheckpointDupCount
		OPEN OUTPUT CheckpointFile
			CheckpointCOAmount, CheckpointAMCount,
			CheckpointAMPrincipal, CheckpointAMAmount,
			CheckpointALCount, CheckpointALPrincipal,
			CheckpointALAmount, CheckpointPOCount,
			CheckpointPOPrincipal, CheckpointPOAmount,
			CheckpointRejectCount, CheckpointDupCount,
			CheckpointIBCount, CheckpointIBPrincipal,
			CheckpointIBAmount
		OPEN OUTPUT CheckpointFile
		WRITE CheckpointRecord
		CLOSE CheckpointFile
		CLOSE ScheduleFile
		CLOSE BatchRejectFile
		CLOSE DuplicateFile
		CLOSE HeldFeedFile
		PERFORM 3400-Write-Feed-Sequences
		PERFORM 3200-Write-Reject-Register
		DISPLAY "LNBATCH PROCESSED " BatchRecordsRead " REQUEST(S)"
		IF FeedHeldSectionCount > ZERO
			DISPLAY "LNBATCH HELD " FeedHeldSectionCount
				" FEED SECTION(S), " FeedHeldRecordCount
				" RECORD(S), TO LNBATHLD - RELEASE THROUGH LNBATREL"
				" ONCE THE BRANCH CONFIRMS"
		END-IF
		PERFORM 3100-Display-Control-Totals.

	3100-Display-Control-Totals.
		MOVE CT-AM-Amount TO CT-AM-Amount-Ed
		MOVE CT-AL-Principal TO CT-AL-Principal-Ed
		MOVE CT-AL-Amount TO CT-AL-Amount-Ed
		MOVE CT-PO-Principal TO CT-PO-Principal-Ed
		MOVE CT-PO-Amount TO CT-PO-Amount-Ed
		MOVE CT-IB-Principal TO CT-IB-Principal-Ed
		MOVE CT-IB-Amount TO CT-IB-Amount-Ed
		DISPLAY "===== LNBATCH CONTROL TOTALS ====="
		DISPLAY "METHOD  COUNT     TOTAL PRINCIPAL     TOTAL AMOUNT"
		DISPLAY "SI    " CT-SI-Count "  " CT-SI-Principal-Ed "  "
			CT-CO-Amount-Ed
		DISPLAY "AM    " CT-AM-Count "  " CT-AM-Principal-Ed "  "
			CT-AM-Amount-Ed
		DISPLAY "IB    " CT-IB-Count "  " CT-IB-Principal-Ed "  "
			CT-IB-Amount-Ed
		DISPLAY "AL    " CT-AL-Count "  " CT-AL-Principal-Ed "  "
			CT-AL-Amount-Ed
		DISPLAY "PO    " CT-PO-Count "  " CT-PO-Principal-Ed "  "
			CT-PO-Amount-Ed
		DISPLAY "REJECTED REQUESTS: " CT-Reject-Count
		DISPLAY "SUPPRESSED DUPLICATES: " CT-Dup-Count
		DISPLAY "===================================".
		MOVE DupFrequency TO RejDetailFrequency
		WRITE RejectRegisterLine FROM RejDetailLine
		READ DuplicateFile.

*>    The branches' sequences move on only at the clean end of the
*>    run, after the checkpoint is cleared - a restart proves the
*>    feed against the same sequences the failed attempt did.
	3400-Write-Feed-Sequences.
		OPEN OUTPUT FeedSequenceFile
		PERFORM 3410-Write-Feed-Sequence
			VARYING FeedSeqCurrent FROM 1 BY 1
			UNTIL FeedSeqCurrent > FeedSeqCount
		CLOSE FeedSequenceFile.

	3410-Write-Feed-Sequence.
		SET FeedSeqIndex TO FeedSeqCurrent
		MOVE SeqTableBranchId(FeedSeqIndex) TO FeedSeqBranchId
		MOVE SeqTableLastDate(FeedSeqIndex) TO FeedSeqLastDate
		MOVE SeqTableLastSequence(FeedSeqIndex) TO FeedSeqLastSequence
		WRITE FeedSequenceRecord.
