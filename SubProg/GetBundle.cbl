      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  GetBundle.
AUTHOR.  Michael Coughlan.
*>Looks up one bundle - a box set or school pack sold under its own
*>id but made up of existing titles - on BUNDLE.DAT, the definition
*>file BundleMaint keeps.  Returns the bundle's title, price and
*>currency, its status, and its component Book-Id-BSF titles with
*>the number of copies of each in one bundle.  A bundle id is never
*>a Book-Id-BSF, so callers try BookStockFile first and come here
*>for an id that is not on it.  The file is opened on the first
*>call of the run and held open across every later call, the
*>GetQuotePrice arrangement; a call with a Bundle-Id of HIGH-VALUES
*>is the end-of-run signal and closes it.  A site that has never
*>set up a bundle has no file yet.  RETURN-CODE 4 means the id is
*>not a bundle; a withdrawn bundle is still returned, with its
*>status, so the caller can say why it is refused.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BUNDLE-FILE ASSIGN TO "BUNDLE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BUNDLE-ID-BM
        FILE STATUS IS Bundle-Status.

DATA DIVISION.
FILE SECTION.
FD  BUNDLE-FILE.
01  BUNDLE-REC.
    02  BUNDLE-ID-BM            PIC X(5).
    02  BUNDLE-DEF-BM           PIC X(110).

WORKING-STORAGE SECTION.
01  Bundle-Status        PIC XX.
01  WS-File-State        PIC X VALUE "N".
    88  File-Is-Open     VALUE "Y".
    88  File-Is-Missing  VALUE "M".

LINKAGE SECTION.
01  Bundle-Id            PIC X(5).
01  Bundle-Definition.
    02  Bdl-Title        PIC X(30).
    02  Bdl-Price        PIC 99V99.
    02  Bdl-Currency     PIC XXX.
    02  Bdl-Status       PIC X.
    02  Bdl-Comp-Count   PIC 99.
    02  Bdl-Component OCCURS 10 TIMES.
        03  Bdl-Comp-Book-Id PIC X(5).
        03  Bdl-Comp-Qty     PIC 99.

PROCEDURE DIVISION USING Bundle-Id, Bundle-Definition.
Begin.
    IF Bundle-Id = HIGH-VALUES
        IF File-Is-Open
            CLOSE BUNDLE-FILE
        END-IF
        MOVE "N" TO WS-File-State
        MOVE 0 TO RETURN-CODE
        EXIT PROGRAM
    END-IF.
    MOVE SPACES TO Bundle-Definition.
    MOVE 0 TO Bdl-Price.
    MOVE 0 TO Bdl-Comp-Count.
    MOVE 4 TO RETURN-CODE.
    IF NOT File-Is-Open AND NOT File-Is-Missing
        OPEN INPUT BUNDLE-FILE
        EVALUATE Bundle-Status
            WHEN "00"
                MOVE "Y" TO WS-File-State
            WHEN "35"
                MOVE "M" TO WS-File-State
            WHEN OTHER
                DISPLAY "GETBUNDLE: ABEND - cannot open "
                    "BUNDLE-FILE, status " Bundle-Status
                MOVE 16 TO RETURN-CODE
        END-EVALUATE
    END-IF.
    IF File-Is-Open AND Bundle-Id NOT = SPACES
        MOVE Bundle-Id TO BUNDLE-ID-BM
        READ BUNDLE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE BUNDLE-DEF-BM TO Bundle-Definition
                IF Bdl-Currency = SPACES
                    MOVE "EUR" TO Bdl-Currency
                END-IF
                MOVE 0 TO RETURN-CODE
        END-READ
    END-IF.
    EXIT PROGRAM.
