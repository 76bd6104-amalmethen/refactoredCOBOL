      *                       FLAG, AND AN UNPOPULATED MATRIX FALLS   *
      *                       BACK TO THE OOPACEEE RESULT UNCHANGED.  *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98307 - REFUSES TO OPEN, ROUTE OR REJECT A CASE *
      *                       ON A RESTRICTED REGISTRATION UNLESS THE *
      *                       CLERK HOLDS THE RESTRICTED-ACCESS       *
      *                       FUNCTION (NEW C0060, OBSSS689 GATE).    *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
      *****************************************************************
      *
98242  01  X645-AUTH-AREA.
98242      COPY OBC645CA.

      *****************************************************************
      *        RESTRICTED-RECORD GATE COMMAREA (SMR#98307)            *
      *****************************************************************

98307  01  X689-GATE-AREA.
98307      COPY OBC689CA.

98307  01  W-TEXT-RESTRICTED.
98307      05  FILLER              PIC X(60) VALUE
98307          'RESTRICTED REGISTRATION - ACCESS REFUSED AND LOGGED'.

      *****************************************************************
      *                    LINKAGE SECTION                            *
      *****************************************************************
       C0000-PROCESS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0060-CHECK-RESTRICTED                         *
      *****************************************************************
      *    SMR#98307: ASKS THE OBSSS689 GATE WHETHER THIS CLERK MAY   *
      *    WORK A CASE FOR THE SSN, BEFORE A CASE IS OPENED, ROUTED   *
      *    OR REJECTED.  A REFUSAL SENDS ONLY THE MESSAGE AND ENDS    *
      *    THE TASK; THE GATE LOGS THE ACCESS EITHER WAY.             *
      *****************************************************************

98307  C0060-CHECK-RESTRICTED SECTION.

98307      MOVE  T-DSP-SSN       TO  X689-SSN.
98307      MOVE  TCTTE-CLERK     TO  X689-CLERK.
98307      MOVE  TCTTE-DEPT      TO  X689-DEPT.
98307      MOVE  EIBTRMID        TO  X689-TERM.
98307      MOVE '1548'           TO  X689-TRAN.
98307      MOVE  SPACES          TO  X689-SYSTEM.

98307      EXEC CICS LINK
98307           PROGRAM  ('OBSSS689')
98307           COMMAREA (X689-GATE-AREA)
98307           LENGTH   (LENGTH OF X689-GATE-AREA)
98307      END-EXEC.

98307      IF  X689-REFUSED
98307          MOVE W-TEXT-RESTRICTED  TO  W-TEXT-ERROR
98307          PERFORM C0800-SEND-ERROR-RETURN
98307      ELSE
98307          NEXT SENTENCE.

98307  C0060-CHECK-RESTRICTED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                    C0100-SEND-USAGE                           *
      *****************************************************************

           ELSE
               NEXT SENTENCE.

98307      PERFORM C0060-CHECK-RESTRICTED.

           IF  T-BLOCK-IND  LESS THAN  ZERO  OR
               T-M-BAS-EE-BLOCK-CODE  NOT GREATER THAN  SPACE
               MOVE W-TEXT-NOT-BLOCKED  TO  W-TEXT-ERROR
           ELSE
               NEXT SENTENCE.

98307      PERFORM C0060-CHECK-RESTRICTED.

       C0700-FETCH-OPEN-CASE-EXIT.  EXIT.
           EJECT
      *****************************************************************
