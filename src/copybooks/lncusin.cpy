*>    Customer maintenance transaction - one change head office wants
*>    made to the customer master LNCUST, read by LNCUSMNT from
*>    LNCUSIN.  The action is A add, C change or D delete a customer,
*>    or L link a booked loan to one.  An add or change carries the
*>    customer as it should stand - a change replaces every field but
*>    the number - and a delete needs only the number.  A link names
*>    the customer and the booked loan by its branch and reference;
*>    it is how a loan booked before the customer master existed, or
*>    booked to the wrong customer, is put under the right one.
01  CustomerMaintRequest.
	02 CustMaintAction PIC X(1).
		88 CustMaint-Add VALUE "A".
		88 CustMaint-Change VALUE "C".
		88 CustMaint-Delete VALUE "D".
		88 CustMaint-Link VALUE "L".
	02 CustMaintOperatorId PIC X(8).
	02 CustMaintCustomer.
		03 CustMaintNumber PIC 9(8).
		03 CustMaintName PIC X(30).
		03 CustMaintStreet PIC X(30).
		03 CustMaintCity PIC X(20).
		03 CustMaintState PIC X(2).
		03 CustMaintPostalCode PIC X(10).
		03 CustMaintTaxId PIC X(11).
		03 CustMaintExposureLimit PIC 9(11)V99.
	02 CustMaintLoan.
		03 CustMaintBranchId PIC X(4).
		03 CustMaintLoanReference PIC X(12).
