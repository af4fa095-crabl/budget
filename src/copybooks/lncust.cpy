*>    Customer master record - one per borrower, on the indexed file
*>    LNCUST keyed by customer number, so the same customer borrowing
*>    through two branches or under three references is one customer
*>    here.  The exposure limit is credit policy's cap on what the
*>    customer may owe us in total across every branch: LNBOOK will
*>    not book a loan that takes the customer's combined booked
*>    principal over it.  Head office maintains the file through
*>    LNCUSMNT.
01  CustomerRecord.
	02 CustomerNumber PIC 9(8).
	02 CustomerName PIC X(30).
	02 CustomerAddress.
		03 CustomerStreet PIC X(30).
		03 CustomerCity PIC X(20).
		03 CustomerState PIC X(2).
		03 CustomerPostalCode PIC X(10).
	02 CustomerTaxId PIC X(11).
	02 CustomerExposureLimit PIC 9(11)V99.
