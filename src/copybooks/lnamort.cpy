*>    Period-by-period amortization detail built by LNCALC for the
*>    calculation methods that pay a balance down over time (CO, AM,
*>    IB).
*>    One entry per payment/compounding period - a year, a quarter or
*>    a month depending on the request's PaymentFrequency - sized for
*>    the longest schedule the edits allow (100 years monthly).
