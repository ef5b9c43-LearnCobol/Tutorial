*>calling program.  When a balance looks wrong, BalanceInquiry lists
*>exactly how it got there, the way MovementInquiry explains a stock
*>count.  Reason codes so far: DS despatch debit, RT return credit,
*>PY payment received, AJ manual adjustment, WO write-off, FX
*>realised exchange gain (+) or loss (-) on a foreign payment.  All
*>amounts are EUR, like the balance itself, signed with a leading
*>separate sign so the journal stays readable as a flat file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
