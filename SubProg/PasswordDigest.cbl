      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  PasswordDigest IS INITIAL.
AUTHOR.  Michael Coughlan.
*>Reduces an operator's password to the digest OPERATOR.DAT holds in
*>its place, so the operator file never carries a password anyone
*>could read off it.  The operator id is folded in ahead of the
*>password, so two operators who choose the same password still get
*>different digests.  SignOn digests what is typed and compares;
*>OperatorMaint digests a new password when one is set.  The same
*>inputs always give the same digest; the digest cannot be turned
*>back into the password.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  WS-Digest-Source.
    02  WS-DS-Operator-Id       PIC X(8).
    02  WS-DS-Password          PIC X(10).
01  WS-Idx                      PIC 99.
01  WS-Digest-Work              PIC 9(15).

LINKAGE SECTION.
01  Pwd-Operator-Id             PIC X(8).
01  Pwd-Password                PIC X(10).
01  Pwd-Digest                  PIC 9(15).

PROCEDURE DIVISION USING Pwd-Operator-Id, Pwd-Password, Pwd-Digest.
Begin.
    MOVE Pwd-Operator-Id TO WS-DS-Operator-Id.
    MOVE Pwd-Password TO WS-DS-Password.
    MOVE 7919 TO WS-Digest-Work.
*>  Each character is weighted by its position so that transposed
*>  characters give a different digest; the modulus is a prime just
*>  under the twelve-digit mark, so every step stays well inside the
*>  work field.
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 18
        COMPUTE WS-Digest-Work = FUNCTION MOD(WS-Digest-Work * 131
            + FUNCTION ORD(WS-Digest-Source(WS-Idx:1)) * (WS-Idx + 7),
            999999999989)
    END-PERFORM.
    MOVE WS-Digest-Work TO Pwd-Digest.
    MOVE 0 TO RETURN-CODE.
    EXIT PROGRAM.
