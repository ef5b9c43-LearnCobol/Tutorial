      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  GetDeliveryAddress.
AUTHOR.  Michael Coughlan.
*>Looks up one ship-to address on DELIVADDR.DAT, keyed by CustNum
*>and the ship-to code quoted on the order header, and hands back
*>the delivery name and address block in the same shape
*>GetCustomerAddress returns the billing address, country included.
*>The file is opened on the first call of the run and held open
*>across every later call, the GetCustomerAddress arrangement; a call
*>with CustNum of HIGH-VALUES is the end-of-run signal and closes it.
*>A site that has never set up a delivery address has no file yet,
*>which simply means every ship-to code is unknown.  RETURN-CODE 4
*>means the address is not on file or has been deactivated.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DELIV-FILE ASSIGN TO "DELIVADDR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DA-KEY
        FILE STATUS IS Deliv-Status.

DATA DIVISION.
FILE SECTION.
FD  DELIV-FILE.
01  DELIV-REC.
    02  DA-KEY.
        03  DA-CUST-NUM         PIC X(4).
        03  DA-SHIP-TO          PIC XXX.
    02  DA-NAME                 PIC X(30).
    02  DA-ADDR-LINE1           PIC X(30).
    02  DA-ADDR-LINE2           PIC X(30).
    02  DA-ADDR-LINE3           PIC X(30).
    02  DA-COUNTRY-CODE         PIC XX.
    02  DA-STATUS               PIC X.
        88  Address-Deactivated VALUE "D".

WORKING-STORAGE SECTION.
01  Deliv-Status         PIC XX.
01  WS-File-State        PIC X VALUE "N".
    88  File-Is-Open     VALUE "Y".
    88  File-Is-Missing  VALUE "M".

LINKAGE SECTION.
01  Customer-Id.
    02  FILLER    PIC X.
    02  CustNum   PIC X(4).
01  Ship-To-Code  PIC XXX.
01  Deliv-Name    PIC X(30).
01  Deliv-Address-Info.
    02  Deliv-Addr-Line-1     PIC X(30).
    02  Deliv-Addr-Line-2     PIC X(30).
    02  Deliv-Addr-Line-3     PIC X(30).
    02  Deliv-Country-Code    PIC XX.

PROCEDURE DIVISION USING Customer-Id, Ship-To-Code, Deliv-Name,
        Deliv-Address-Info.
Begin.
    IF CustNum = HIGH-VALUES
        IF File-Is-Open
            CLOSE DELIV-FILE
        END-IF
        MOVE "N" TO WS-File-State
        MOVE 0 TO RETURN-CODE
        EXIT PROGRAM
    END-IF.
    MOVE SPACES TO Deliv-Name.
    MOVE SPACES TO Deliv-Address-Info.
    MOVE 4 TO RETURN-CODE.
    IF NOT File-Is-Open AND NOT File-Is-Missing
        OPEN INPUT DELIV-FILE
        EVALUATE Deliv-Status
            WHEN "00"
                MOVE "Y" TO WS-File-State
            WHEN "35"
                MOVE "M" TO WS-File-State
            WHEN OTHER
                DISPLAY "GETDELIVERYADDRESS: ABEND - cannot open "
                    "DELIV-FILE, status " Deliv-Status
                MOVE 16 TO RETURN-CODE
        END-EVALUATE
    END-IF.
    IF File-Is-Open
        MOVE CustNum TO DA-CUST-NUM
        MOVE Ship-To-Code TO DA-SHIP-TO
        READ DELIV-FILE
            INVALID KEY
                DISPLAY "GETDELIVERYADDRESS: ship-to " CustNum "/"
                    Ship-To-Code " not found"
            NOT INVALID KEY
                IF Address-Deactivated
                    DISPLAY "GETDELIVERYADDRESS: ship-to " CustNum "/"
                        Ship-To-Code " is deactivated"
                ELSE
                    MOVE DA-NAME TO Deliv-Name
                    MOVE DA-ADDR-LINE1 TO Deliv-Addr-Line-1
                    MOVE DA-ADDR-LINE2 TO Deliv-Addr-Line-2
                    MOVE DA-ADDR-LINE3 TO Deliv-Addr-Line-3
                    MOVE DA-COUNTRY-CODE TO Deliv-Country-Code
                    MOVE 0 TO RETURN-CODE
                END-IF
        END-READ
    END-IF.
    EXIT PROGRAM.
