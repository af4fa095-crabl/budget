		03 CheckpointALAmount PIC 9(11)V99.
		03 CheckpointRejectCount PIC 9(6).
		03 CheckpointDupCount PIC 9(6).
*>    Payoff quote totals, appended after the original totals.
		03 CheckpointPOCount PIC 9(6).
		03 CheckpointPOPrincipal PIC 9(11)V99.
		03 CheckpointPOAmount PIC 9(11)V99.
*>    Interest-only / balloon totals, appended after those.
		03 CheckpointIBCount PIC 9(6).
		03 CheckpointIBPrincipal PIC 9(11)V99.
		03 CheckpointIBAmount PIC 9(11)V99.
