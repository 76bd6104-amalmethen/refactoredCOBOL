      *    MODIFICATIONS -                                            *
      *           SMR#98220 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98307 - SYSTEM CALLER NAMED IN X645-SYSTEM      *
      *                       CHECKED ON ITS OWN DIRECT MATRIX ROW    *
      *                       (RESTRICTED-RECORD GATE).               *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
           EJECT
      *****************************************************************
           SET   X645-VIA-NONE  TO  TRUE.
           MOVE  SPACES         TO  X645-ROLE.

98307      IF  X645-CLERK     EQUAL TO  SPACES  AND
98307          X645-SYSTEM    GREATER THAN  SPACES  AND
98307          X645-TRAN      GREATER THAN  SPACES  AND
98307          X645-FUNCTION  GREATER THAN  SPACES
98307          PERFORM B0300-CHECK-SYSTEM-ROW
98307          GO TO A0000-MAINLINE-EXIT
98307      END-IF.

           IF  X645-CLERK     EQUAL TO  SPACES  OR
               X645-TRAN      EQUAL TO  SPACES  OR
               X645-FUNCTION  EQUAL TO  SPACES
       B0200-CHECK-ROLE-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0300-CHECK-SYSTEM-ROW                         *
      *****************************************************************
      *    SMR#98307: A SYSTEM CALLER IS ITS OWN MATRIX SUBJECT.      *
      *    ONLY A DIRECT ROW PERMITS -- A SYSTEM HAS NO ROLE.         *
      *****************************************************************

98307  B0300-CHECK-SYSTEM-ROW SECTION.

98307      MOVE 'ST_MST_AUTH_MATRIX'  TO  W-EIBDS.
98307      MOVE  X645-SYSTEM          TO  T-AUT-SUBJECT.
98307      MOVE  X645-TRAN            TO  T-AUT-TRAN.
98307      MOVE  X645-FUNCTION        TO  T-AUT-FUNCTION.

98307      EXEC SQL
98307           SELECT   AUT_SUBJECT
98307           INTO    :T-AUT-SUBJECT
98307           FROM     ST_MST_AUTH_MATRIX
98307           WHERE    AUT_SUBJECT   =  :T-AUT-SUBJECT
98307           AND      AUT_TRAN      =  :T-AUT-TRAN
98307           AND      AUT_FUNCTION  =  :T-AUT-FUNCTION
98307           FETCH FIRST 1 ROW ONLY
98307      END-EXEC.

98307      PERFORM DB2-ERROR.

98307      IF  SQLCODE  EQUAL TO  +0
98307          MOVE  K-RET-GOOD     TO  X645-RETURN-CODE
98307          SET   X645-VIA-CLERK TO  TRUE
98307      ELSE
98307          NEXT SENTENCE.

98307  B0300-CHECK-SYSTEM-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                        DB2-ERROR                               *
      *****************************************************************
      *   THIS SECTION HANDLES ANY UNEXPECTED DB2 RETURN CODE BY       *
