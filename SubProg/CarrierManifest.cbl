*>so a parcel that was invoiced but never manifested - or manifested
*>but never invoiced - shows up that evening with RETURN-CODE 4, not
*>on next month's carrier statement.
*>An order too heavy for one parcel goes as several, each with its
*>own manifest record numbered "n OF m", while its postage is one
*>*POST line whose quantity is the number of parcels it paid for - so
*>the history side counts parcels by that quantity (a *POST line
*>written before orders were split counts as one parcel).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    02  Man-Weight              PIC 9(5)V99.
    02  Man-Postage             PIC 99V99.
    02  Man-Currency            PIC XXX.
    02  Man-Parcel-No           PIC 9(5).
    02  Man-Parcel-Count        PIC 9(5).

FD  DESPHIST-IN.
01  DESPHIST-REC.
    02  SORT-Weight             PIC 9(5)V99.
    02  SORT-Postage            PIC 99V99.
    02  SORT-Currency           PIC XXX.
    02  SORT-Parcel-No          PIC 9(5).
    02  SORT-Parcel-Count       PIC 9(5).

FD  MANIFEST-RPT.
01  REPORT-LINE                 PIC X(100).
01  WS-Total-Display            PIC ZZZZZZ9.99.
01  WS-Count-Display            PIC ZZ,ZZ9.

01  WS-SignOn-Function          PIC X(20) VALUE "CARRIERMANIFEST".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY "Manifest date (YYYYMMDD): " WITH NO ADVANCING.
    ACCEPT WS-Manifest-Date.
    IF WS-Manifest-Date NOT NUMERIC
        STOP RUN
    END-IF.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SORT-Country, SORT-CustNum, SORT-Parcel-No
        INPUT PROCEDURE IS Select-Parcels
        OUTPUT PROCEDURE IS Write-Manifest-Report.
    DISPLAY "CARRIERMANIFEST: " WS-Parcel-Count " parcel(s) for "
            MOVE Man-Weight TO SORT-Weight
            MOVE Man-Postage TO SORT-Postage
            MOVE Man-Currency TO SORT-Currency
*>          Parcels manifested before orders were split carry no
*>          numbering - each was the whole order.
            IF Man-Parcel-No NUMERIC AND Man-Parcel-Count NUMERIC
                MOVE Man-Parcel-No TO SORT-Parcel-No
                MOVE Man-Parcel-Count TO SORT-Parcel-Count
            ELSE
                MOVE 1 TO SORT-Parcel-No
                MOVE 1 TO SORT-Parcel-Count
            END-IF
            RELEASE SORT-REC
        END-IF
        READ MANIFEST-IN
           WS-Postage-Display DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SORT-Currency DELIMITED BY SIZE
           "  PARCEL " DELIMITED BY SIZE
           SORT-Parcel-No DELIMITED BY SIZE
           " OF " DELIMITED BY SIZE
           SORT-Parcel-Count DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    END-IF.

*>The day's *POST lines on the despatch history are the invoiced
*>side of the same parcels: one per order, in the postage currency,
*>with the order's parcel count as its quantity.  Parcel counts and
*>per-currency postage totals must agree exactly.
Reconcile-Against-History.
    OPEN INPUT DESPHIST-IN.
    IF HistStatus NOT = "00"
    END-READ.
    PERFORM UNTIL EndOfHistory
        IF Hist-Date = WS-Manifest-Date AND Hist-Book-Id = "*POST"
            IF Hist-Qty NUMERIC AND Hist-Qty > 0
                ADD Hist-Qty TO WS-Hist-Parcels
            ELSE
                ADD 1 TO WS-Hist-Parcels
            END-IF
            MOVE Hist-Currency TO WS-Add-Currency
            MOVE Hist-Line-Total TO WS-Add-Amount
            PERFORM Add-History-Total
               WS-Parcel-Count DELIMITED BY SIZE
               " PARCEL(S), HISTORY HAS " DELIMITED BY SIZE
               WS-Hist-Parcels DELIMITED BY SIZE
               " PARCEL(S) ON *POST LINES **" DELIMITED BY SIZE
            INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
