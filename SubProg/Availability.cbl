*>quote a customer.  The commitment files are re-read per inquiry,
*>the way MovementInquiry re-reads its journal, so the answer is
*>always current.
*>A bundle (box set or pack on BUNDLE.DAT, through GetBundle) has no
*>stock of its own, so for a bundle id each component title is shown
*>with its own available-to-promise and how many bundles that makes,
*>and the bundle can be promised as many times as its scarcest
*>component allows.  A backorder or held line for a bundle commits
*>its component titles, copies per bundle times the bundles ordered,
*>so those commitments count against the titles too.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

FD  BACKORDER-IN.
01  BACKORDER-REC.
    02  Backorder-Qty           PIC 999.
    02  Backorder-Country-Code  PIC XX.
    02  Backorder-Date          PIC 9(8).
    02  Backorder-Ship-To       PIC XXX.
    02  Backorder-Quote-Number  PIC 9(6).
    02  Backorder-Cust-Ref      PIC X(15).

FD  HELD-IN.
01  HELD-HEADER-REC.
    88  EndOfHeld               VALUE HIGH-VALUES.
    02  Held-H-Type             PIC X.
        88  Held-Is-Detail      VALUE "D".
    02  FILLER                  PIC X(47).
01  HELD-DETAIL-REC.
    02  FILLER                  PIC X.
    02  Held-Book-Id            PIC X(5).
01  WS-ATP-Qty                  PIC S9(6).
01  WS-ATP-Display              PIC -ZZZZZ9.

*>The title whose commitments are being summed: the title asked
*>about, or each component of the bundle asked about in turn.
01  WS-Commit-Book-Id           PIC X(5).
01  WS-Line-Book-Id             PIC X(5).
01  WS-Line-Qty                 PIC 999.
01  WS-Line-Commitment          PIC 9(6).
01  WS-Comp-Idx                 PIC 99.
01  WS-Scan-Idx                 PIC 99.

*>The bundle asked about, copied out of the GetBundle area because
*>the commitment scan looks up every other bundle it meets there.
01  WS-Inq-Title                PIC X(30).
01  WS-Inq-Status               PIC X.
    88  Inq-Is-Withdrawn        VALUE "D".
01  WS-Inq-Comp-Count           PIC 99.
01  WS-Inq-Components.
    02  WS-Inq-Comp OCCURS 10 TIMES.
        03  WS-Inq-Comp-Book-Id PIC X(5).
        03  WS-Inq-Comp-Qty     PIC 99.
01  WS-Bundles-Here             PIC 9(6).
01  WS-Bundle-ATP               PIC 9(6).
01  WS-Bundle-ATP-Display       PIC ZZZZZ9.

01  WS-Bundle-Id                PIC X(5).
01  Bundle-Definition.
    02  Bdl-Title               PIC X(30).
    02  Bdl-Price               PIC 99V99.
    02  Bdl-Currency            PIC XXX.
    02  Bdl-Status              PIC X.
    02  Bdl-Comp-Count          PIC 99.
    02  Bdl-Component OCCURS 10 TIMES.
        03  Bdl-Comp-Book-Id    PIC X(5).
        03  Bdl-Comp-Qty        PIC 99.

01  WS-SignOn-Function          PIC X(20) VALUE "AVAILABILITY".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  BookStockFile's name defaults to the fixed literal below but can
*>  be overridden at runtime (JCL DD or shell environment variable)
*>  without recompiling.
        ACCEPT WS-Continue
    END-PERFORM.
    CLOSE BookStockFile.
*>  End-of-run signal to the bundle lookup, which holds its file open
*>  across the whole session.
    MOVE HIGH-VALUES TO WS-Bundle-Id.
    CALL "GetBundle" USING WS-Bundle-Id, Bundle-Definition.
    STOP RUN.

Inquire-On-Title.
        MOVE WS-Book-Wanted TO Book-Id-BSF
        READ BookStockFile
            INVALID KEY
                PERFORM Inquire-On-Bundle
            NOT INVALID KEY
                PERFORM Show-Availability
        END-READ
    END-IF.

Show-Availability.
    MOVE WS-Book-Wanted TO WS-Commit-Book-Id.
    PERFORM Sum-Backorder-Commitment.
    PERFORM Sum-Held-Commitment.
    COMPUTE WS-ATP-Qty = Qty-In-Stock-BSF
            "DELIVERY FROM THE NEXT RECEIPT **"
    END-IF.

Inquire-On-Bundle.
    MOVE WS-Book-Wanted TO WS-Bundle-Id.
    CALL "GetBundle" USING WS-Bundle-Id, Bundle-Definition.
    EVALUATE RETURN-CODE
        WHEN 0
            MOVE Bdl-Title TO WS-Inq-Title
            MOVE Bdl-Status TO WS-Inq-Status
            MOVE Bdl-Comp-Count TO WS-Inq-Comp-Count
            PERFORM VARYING WS-Comp-Idx FROM 1 BY 1
                    UNTIL WS-Comp-Idx > 10
                MOVE Bdl-Comp-Book-Id(WS-Comp-Idx)
                    TO WS-Inq-Comp-Book-Id(WS-Comp-Idx)
                MOVE Bdl-Comp-Qty(WS-Comp-Idx)
                    TO WS-Inq-Comp-Qty(WS-Comp-Idx)
            END-PERFORM
            PERFORM Show-Bundle-Availability
        WHEN 4
            DISPLAY "AVAILABILITY: " WS-Book-Wanted
                " not on BookStockFile or BUNDLE.DAT"
            MOVE 0 TO RETURN-CODE
        WHEN OTHER
            DISPLAY "AVAILABILITY: ABEND - GetBundle failed, "
                "return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*>Each component's own available-to-promise, divided by the copies
*>one bundle takes, is how many bundles that component can make; the
*>smallest of those is the bundle's figure.
Show-Bundle-Availability.
    DISPLAY "Bundle:              " WS-Inq-Title.
    IF Inq-Is-Withdrawn
        DISPLAY "AVAILABILITY: ** BUNDLE HAS BEEN WITHDRAWN - NOT "
            "TO BE SOLD **"
    END-IF.
    MOVE 999999 TO WS-Bundle-ATP.
    PERFORM VARYING WS-Comp-Idx FROM 1 BY 1
            UNTIL WS-Comp-Idx > WS-Inq-Comp-Count
        PERFORM Show-Component-Availability
    END-PERFORM.
    IF WS-Inq-Comp-Count = 0
        MOVE 0 TO WS-Bundle-ATP
    END-IF.
    MOVE WS-Bundle-ATP TO WS-Bundle-ATP-Display.
    DISPLAY "AVAILABLE TO PROMISE:" WS-Bundle-ATP-Display " bundle(s)".
    IF WS-Bundle-ATP = 0
        DISPLAY "AVAILABILITY: ** NOTHING TO PROMISE - QUOTE "
            "DELIVERY FROM THE NEXT RECEIPT **"
    END-IF.

Show-Component-Availability.
    MOVE WS-Inq-Comp-Book-Id(WS-Comp-Idx) TO Book-Id-BSF.
    READ BookStockFile
        INVALID KEY
            DISPLAY "  " WS-Inq-Comp-Book-Id(WS-Comp-Idx)
                "  ** NOT ON BOOKSTOCKFILE **"
            MOVE 0 TO WS-Bundle-ATP
        NOT INVALID KEY
            MOVE Book-Id-BSF TO WS-Commit-Book-Id
            PERFORM Sum-Backorder-Commitment
            PERFORM Sum-Held-Commitment
            COMPUTE WS-ATP-Qty = Qty-In-Stock-BSF
                - WS-Backordered-Qty - WS-Held-Qty
            IF WS-ATP-Qty > 0
                DIVIDE WS-Inq-Comp-Qty(WS-Comp-Idx) INTO WS-ATP-Qty
                    GIVING WS-Bundles-Here
            ELSE
                MOVE 0 TO WS-Bundles-Here
            END-IF
            IF WS-Bundles-Here < WS-Bundle-ATP
                MOVE WS-Bundles-Here TO WS-Bundle-ATP
            END-IF
            MOVE WS-ATP-Qty TO WS-ATP-Display
            DISPLAY "  " Book-Id-BSF "  " Book-Title-BSF
                "  x " WS-Inq-Comp-Qty(WS-Comp-Idx)
            DISPLAY "    stock " Qty-In-Stock-BSF
                "  backordered " WS-Backordered-Qty
                "  held " WS-Held-Qty
                "  ATP" WS-ATP-Display
                "  makes " WS-Bundles-Here
    END-READ.

*>How much of WS-Commit-Book-Id one backorder or held line takes:
*>the line's quantity when it is for the title itself, copies per
*>bundle times the quantity when it is for a bundle containing the
*>title, otherwise nothing.
Line-Commitment.
    MOVE 0 TO WS-Line-Commitment.
    IF WS-Line-Book-Id = WS-Commit-Book-Id
        MOVE WS-Line-Qty TO WS-Line-Commitment
    ELSE
        MOVE WS-Line-Book-Id TO WS-Bundle-Id
        CALL "GetBundle" USING WS-Bundle-Id, Bundle-Definition
        EVALUATE RETURN-CODE
            WHEN 0
                PERFORM VARYING WS-Scan-Idx FROM 1 BY 1
                        UNTIL WS-Scan-Idx > Bdl-Comp-Count
                    IF Bdl-Comp-Book-Id(WS-Scan-Idx)
                            = WS-Commit-Book-Id
                        COMPUTE WS-Line-Commitment =
                            WS-Line-Qty * Bdl-Comp-Qty(WS-Scan-Idx)
                    END-IF
                END-PERFORM
            WHEN 4
                MOVE 0 TO RETURN-CODE
            WHEN OTHER
                DISPLAY "AVAILABILITY: ABEND - GetBundle failed, "
                    "return code " RETURN-CODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-IF.

Sum-Backorder-Commitment.
    MOVE 0 TO WS-Backordered-Qty.
    OPEN INPUT BACKORDER-IN.
                AT END SET EndOfBackorders TO TRUE
            END-READ
            PERFORM UNTIL EndOfBackorders
                IF Backorder-Qty NUMERIC
                    MOVE Backorder-Book-Id TO WS-Line-Book-Id
                    MOVE Backorder-Qty TO WS-Line-Qty
                    PERFORM Line-Commitment
                    ADD WS-Line-Commitment TO WS-Backordered-Qty
                END-IF
                READ BACKORDER-IN
                    AT END SET EndOfBackorders TO TRUE
                AT END SET EndOfHeld TO TRUE
            END-READ
            PERFORM UNTIL EndOfHeld
                IF Held-Is-Detail AND Held-Qty NUMERIC
                    MOVE Held-Book-Id TO WS-Line-Book-Id
                    MOVE Held-Qty TO WS-Line-Qty
                    PERFORM Line-Commitment
                    ADD WS-Line-Commitment TO WS-Held-Qty
                END-IF
                READ HELD-IN
                    AT END SET EndOfHeld TO TRUE
