*>Copy-Price-BSF.  Approved authorizations get a number from the
*>persisted RMANUM.CTL sequence and go on the RMAREG.DAT register,
*>which Returns enforces and RmaRegister reports.
*>The customer's lines are read off DESPIDX.DAT, the history's keyed
*>companion, by customer number rather than by reading the whole of
*>DESPHIST.DAT for every authorization.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DESPIDX-IN ASSIGN TO "DESPIDX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Hist-Key
        ALTERNATE RECORD KEY IS Hist-CustNum
                  WITH DUPLICATES
        FILE STATUS IS HistStatus.

    SELECT RMA-REGISTER ASSIGN TO "RMAREG.DAT"

DATA DIVISION.
FILE SECTION.
FD  DESPIDX-IN.
01  DESPIDX-REC.
    02  Hist-Date               PIC 9(8).
    02  Hist-CustNum            PIC X(4).
    02  Hist-Book-Id            PIC X(5).
    02  Hist-Qty                PIC 999.
    02  Hist-Line-Total         PIC 9(5)V99.
    02  Hist-Currency           PIC XXX.
    02  Hist-Key.
        03  Hist-Invoice-Number PIC 9(6).
        03  Hist-Line-Seq       PIC 999.

FD  RMA-REGISTER.
01  RMA-REG-REC.

WORKING-STORAGE SECTION.
01  HistStatus                  PIC XX.
01  WS-End-Of-History           PIC X.
    88  EndOfHistory            VALUE "Y".
01  RmaRegStatus                PIC XX.
01  RmaCtlStatus                PIC XX.

01  WS-Next-RMA-Number          PIC 9(6) VALUE 1.
01  WS-Price-Display            PIC Z9.99.

01  WS-SignOn-Function          PIC X(20) VALUE "RMAISSUE".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    MOVE WS-CD-YYYYMMDD TO WS-Date-Num.
    COMPUTE WS-Today-Days = FUNCTION INTEGER-OF-DATE(WS-Date-Num).
    MOVE 0 TO WS-Latest-Date.
    MOVE 0 TO WS-Unit-Price.
    MOVE SPACES TO WS-Paid-Currency.
    OPEN INPUT DESPIDX-IN.
    IF HistStatus NOT = "00"
        DISPLAY "RMAISSUE: ABEND - cannot open DESPIDX-IN, "
            "status " HistStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  Only this customer's lines are read, off the customer key.
    MOVE "N" TO WS-End-Of-History.
    MOVE CustNum TO Hist-CustNum.
    START DESPIDX-IN KEY IS EQUAL TO Hist-CustNum
        INVALID KEY SET EndOfHistory TO TRUE
    END-START.
    PERFORM UNTIL EndOfHistory
        READ DESPIDX-IN NEXT RECORD
            AT END SET EndOfHistory TO TRUE
        END-READ
        IF NOT EndOfHistory
            IF Hist-CustNum NOT = CustNum
                SET EndOfHistory TO TRUE
            ELSE
                PERFORM Count-Bought-Line
            END-IF
        END-IF
    END-PERFORM.
    CLOSE DESPIDX-IN.

Count-Bought-Line.
    IF Hist-Book-Id = WS-Book-Wanted
            AND Hist-Qty NUMERIC AND Hist-Qty > 0
        MOVE Hist-Date TO WS-Date-Num
        COMPUTE WS-Line-Days =
            FUNCTION INTEGER-OF-DATE(WS-Date-Num)
        COMPUTE WS-Age-Days = WS-Today-Days - WS-Line-Days
        IF WS-Age-Days >= 0 AND WS-Age-Days <= WS-Window-Days
            ADD Hist-Qty TO WS-Bought-Qty
            IF Hist-Date >= WS-Latest-Date
                MOVE Hist-Date TO WS-Latest-Date
                COMPUTE WS-Unit-Price ROUNDED =
                    Hist-Line-Total / Hist-Qty
                MOVE Hist-Currency TO WS-Paid-Currency
            END-IF
        END-IF
    END-IF.

*>Every RMA on the register for this customer and book counts
*>against the bought quantity, whatever its status - an open one is
