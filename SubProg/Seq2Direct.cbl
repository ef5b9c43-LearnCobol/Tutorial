01	WS-MANF-TRAILER-COUNT				PIC 9(6) VALUE 0.
01	WS-AUDIT-ACTION					PIC X(5).
01	WS-AUDIT-PROGRAM				PIC X(20) VALUE "SEQ2DIRECT".
01	WS-SIGNON-FUNCTION			PIC X(20) VALUE "SEQ2DIRECT".

PROCEDURE DIVISION.
RELOAD-ACME-FILES.
*> Nobody runs this without signing on in a role authorised for it.
   CALL "SignOn" USING WS-SIGNON-FUNCTION.
   IF RETURN-CODE NOT = 0
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
*> Every file name above defaults to its fixed literal but can be
*> overridden at runtime (JCL DD or shell environment variable)
*> without recompiling.
