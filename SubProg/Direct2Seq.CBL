01	WS-MANF-RECORD-COUNT			PIC 9(6) VALUE 0.
01	WS-AUDIT-ACTION				PIC X(5).
01	WS-AUDIT-PROGRAM			PIC X(20) VALUE "DIRECT2SEQ".
01	WS-SIGNON-FUNCTION		PIC X(20) VALUE "DIRECT2SEQ".

01	MOVE-STATUS-WB				PIC XX.
01	WS-EXTRACT-MODE				PIC X(5) VALUE "FULL".

PROCEDURE DIVISION.
CREATE-REORDER-FILE.
*> Nobody runs this without signing on in a role authorised for it.
   CALL "SignOn" USING WS-SIGNON-FUNCTION.
   IF RETURN-CODE NOT = 0
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
*> STOCK-FILE and MANF-FILE's names default to the fixed literals
*> above but can be overridden at runtime (JCL DD or shell
*> environment variable) without recompiling; an explicit override
