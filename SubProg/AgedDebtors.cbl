*>also get a generated reminder letter on REMINDER.DAT using the
*>GetCustomerAddress name-and-address block.  Credit control stops
*>working from memory.
*>An invoice WriteOff has written off is on SETTLED.DAT with
*>settlement type "W" and is closed here exactly like a paid one -
*>it is no longer debt anybody is chasing.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    02  Settled-Date            PIC 9(8).
    02  Settled-CustNum         PIC X(4).
    02  Settled-Amount-EUR      PIC 9(7)V99.
    02  Settled-Type            PIC X.

SD  SORT-WORK-FILE.
01  SORT-REC.
