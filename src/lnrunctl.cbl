	AUTHOR. CRABL.

*>    Run-control driver for the night sequence.  The order is
*>    LNBATCH, then LNBATRPT, then LNPAY (whose collections must be
*>    on the extract before it posts), then LNGLPOST, then LNRECON,
*>    with LNPURGE periodically after that, LNBATSPL cutting the
*>    branch feeds any time after LNBATCH, LNAUDRPT reporting the
*>    day's audit log any time after LNBATCH and LNDELQ aging the
*>    booked loans any time after LNPAY - and until now nothing
*>    enforced it, so a step could run before its predecessor
*>    finished, or run twice, and post garbage downstream.  The
*>    LNBATCH checkpoint file protects a restart inside one job;
*>    this driver protects the sequence between jobs.
*>
*>    The job scheduler brackets every step with two calls:
*>        LNRUNCTL-FUNCTION=START  before the step - the driver
*>    The night sequence and each step's predecessor, with the state
*>    replayed from tonight's events alongside.  A blank predecessor
*>    means the step opens the night.  LNPURGE runs only
*>    periodically, LNBATSPL and LNAUDRPT are side branches off
*>    LNBATCH (the day's audit log is complete once the batch has
*>    priced) and LNDELQ one off LNPAY (loans are aged once the
*>    day's payments are on); all still gate on their predecessor but
*>    nothing gates on them.
*>    LNDTROLL closes the night by advancing the business date, and
*>    LNGLACK - normally run for a prior date once the ledger's
*>    acknowledgment arrives - gates on its date's LNGLPOST but
*>    nothing waits on it.
		01 StepControls.
			02 StepCount PIC 9(2) VALUE 11.
			02 StepCurrent PIC 9(2).
			02 StepFound PIC 9(2).
			02 PredFound PIC 9(2).
		01 StepTable.
			02 StepEntry OCCURS 11 TIMES INDEXED BY StepIndex.
				03 StepName PIC X(8).
				03 StepPredecessor PIC X(8).
				03 StepStartedFlag PIC X(1).
		MOVE "LNBATCH" TO StepPredecessor(2)
		MOVE "LNBATRPT" TO StepName(3)
		MOVE "LNBATCH" TO StepPredecessor(3)
		MOVE "LNPAY" TO StepName(4)
		MOVE "LNBATRPT" TO StepPredecessor(4)
		MOVE "LNGLPOST" TO StepName(5)
		MOVE "LNPAY" TO StepPredecessor(5)
		MOVE "LNGLACK" TO StepName(6)
		MOVE "LNGLPOST" TO StepPredecessor(6)
		MOVE "LNRECON" TO StepName(7)
		MOVE "LNGLPOST" TO StepPredecessor(7)
		MOVE "LNPURGE" TO StepName(8)
		MOVE "LNRECON" TO StepPredecessor(8)
		MOVE "LNDTROLL" TO StepName(9)
		MOVE "LNRECON" TO StepPredecessor(9)
		MOVE "LNDELQ" TO StepName(10)
		MOVE "LNPAY" TO StepPredecessor(10)
		MOVE "LNAUDRPT" TO StepName(11)
		MOVE "LNBATCH" TO StepPredecessor(11)
		PERFORM 1150-Clear-Step-State
			VARYING StepCurrent FROM 1 BY 1
			UNTIL StepCurrent > StepCount.
