*>BookStockFile, so onboarding a single book doesn't require
*>exporting the whole file to BSF-SEQ, editing it, and reloading it
*>through Seq2BSF.
*>The unit cost keyed here is what the opening stock cost us, in the
*>title's own currency; it seeds Avg-Cost-BSF, which BookGoodsIn
*>then keeps as a weighted average as deliveries come in.
*>Bundle ids on BUNDLE.DAT and Book-Id-BSF share one namespace on
*>orders, so an id already defined as a bundle (asked of GetBundle)
*>is refused here before any of the title's details are keyed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

WORKING-STORAGE SECTION.
01  BookStatus                  PIC XX.
01  WS-Move-After                PIC 9(6).
01  WS-Move-Reason               PIC XX VALUE "NT".

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

01  WS-SignOn-Function          PIC X(20) VALUE "NEWTITLEINTAKE".

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
    MOVE HIGH-VALUES TO WS-Bundle-Id.
    CALL "GetBundle" USING WS-Bundle-Id, Bundle-Definition.
    DISPLAY "NEWTITLEINTAKE: " WS-Added-Count " title(s) added".
    STOP RUN.

Add-New-Title.
    DISPLAY "Book Id: " WITH NO ADVANCING.
    ACCEPT Book-Id-BSF.
    MOVE Book-Id-BSF TO WS-Bundle-Id.
    CALL "GetBundle" USING WS-Bundle-Id, Bundle-Definition.
    EVALUATE RETURN-CODE
        WHEN 0
            DISPLAY "NEWTITLEINTAKE: " Book-Id-BSF
                " is a bundle on BUNDLE.DAT, not added"
        WHEN 4
            MOVE 0 TO RETURN-CODE
            PERFORM Take-Title-Details
        WHEN OTHER
            DISPLAY "NEWTITLEINTAKE: ABEND - GetBundle failed, "
                "return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

Take-Title-Details.
    DISPLAY "Book Title: " WITH NO ADVANCING.
    ACCEPT Book-Title-BSF.
    DISPLAY "Author Id: " WITH NO ADVANCING.
    MOVE SPACE TO On-Order-BSF.
    DISPLAY "Bin Location: " WITH NO ADVANCING.
    ACCEPT Bin-Location-BSF.
    DISPLAY "Unit Cost: " WITH NO ADVANCING.
    ACCEPT Avg-Cost-BSF.
    WRITE BookStockRec
        INVALID KEY
            DISPLAY "NEWTITLEINTAKE: " Book-Id-BSF
