      *                       AGED-OUT DEPENDENT THE OBSSS649 SWEEP   *
      *                       HAS MARKED 'X' IS VISIBLE HERE.         *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98307 - REFUSES A RESTRICTED REGISTRATION       *
      *                       UNLESS THE CLERK HOLDS THE RESTRICTED-  *
      *                       ACCESS FUNCTION (NEW C0060, OBSSS689    *
      *                       GATE).                                  *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
      *****************************************************************
      *
       01  FILLER                      PIC X(24)
               VALUE 'PROGRAM-ID ORP1520P'.

      *****************************************************************
      *        RESTRICTED-RECORD GATE COMMAREA (SMR#98307)            *
      *****************************************************************

98307  01  X689-GATE-AREA.
98307      COPY OBC689CA.

98307  01  W-TEXT-RESTRICTED.
98307      05  FILLER              PIC X(60) VALUE
98307          'RESTRICTED REGISTRATION - ACCESS REFUSED AND LOGGED'.

98237  01  CONSTANTS-98237.
98237        COPY SFCWSCON.

               PERFORM C0900-XCTL-RETURN-1511
               GO TO C0000-PROCESS-EXIT.

98307      PERFORM C0060-CHECK-RESTRICTED.
98307      IF  X689-REFUSED
98307          GO TO C0000-PROCESS-EXIT
98307      END-IF.

           PERFORM C0100-BUILD-DEPEND-TEXT.

       C0000-PROCESS-EXIT.  EXIT.
       C0110-FETCH-DEP-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0060-CHECK-RESTRICTED                         *
      *****************************************************************
      *    SMR#98307: ASKS THE OBSSS689 GATE WHETHER THIS CLERK MAY   *
      *    SEE THE SSN.  A REFUSAL SENDS ONLY THE MESSAGE (PF3 STILL  *
      *    RETURNS TO ORP1511P); THE GATE LOGS THE ACCESS EITHER WAY. *
      *****************************************************************

98307  C0060-CHECK-RESTRICTED SECTION.

98307      MOVE  T-M-BAS-EE-SSN  TO  X689-SSN.
98307      MOVE  TCTTE-CLERK     TO  X689-CLERK.
98307      MOVE  TCTTE-DEPT      TO  X689-DEPT.
98307      MOVE  EIBTRMID        TO  X689-TERM.
98307      MOVE '1520'           TO  X689-TRAN.
98307      MOVE  SPACES          TO  X689-SYSTEM.

98307      EXEC CICS LINK
98307           PROGRAM  ('OBSSS689')
98307           COMMAREA (X689-GATE-AREA)
98307           LENGTH   (LENGTH OF X689-GATE-AREA)
98307      END-EXEC.

98307      IF  X689-REFUSED
98307          EXEC CICS SEND TEXT
98307               FROM    (W-TEXT-RESTRICTED)
98307               LENGTH  (60)
98307               ERASE
98307          END-EXEC
98307      ELSE
98307          NEXT SENTENCE.

98307  C0060-CHECK-RESTRICTED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *               C0900-XCTL-RETURN-1511                          *
      *****************************************************************
      *    THIS SECTION RETURNS CONTROL TO ORP1511P, RE-DISPLAYING    *
