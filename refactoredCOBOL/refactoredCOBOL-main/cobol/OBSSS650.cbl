      *                  F0000-CHECK-BLOCK-CODE WRITES IT ON SCREEN   *
      *                  (THE CALLER SYSTEM STANDS IN FOR THE         *
      *                  CLERK), SO LEGAL SEES WHO LOOKED.            *
98308 *                - NOTHING IS RELEASED UNLESS THE MEMBER'S      *
98308 *                  CONSENT IS IN FORCE, ON THE OBSSS691         *
98308 *                  REGISTER, FOR THE CALLING SYSTEM'S SHARING   *
98308 *                  PURPOSE (ST_MST_READ_SVC_PURPOSE; A SYSTEM   *
98308 *                  WITH NO ROW THERE COUNTS AS ANOTHER          *
98308 *                  MINISTRY).                                   *
      *                                                               *
      *    INPUT PARMS -   OBC650CA COMMAREA (SEE COPYBOOK).          *
      *                                                               *
      *    INPUT  -        ST_MST_EMPLOYEE_BASIC (DB2 MASTER TABLE)   *
      *                    ST_MST_READ_SVC_AUTH  (DB2 CONTROL TABLE)  *
98308 *                    ST_MST_READ_SVC_PURPOSE (DB2 CONTROL TABLE)*
      *                    ORAUDIT               (VSAM AUDIT FILE)    *
      *                                                               *
      *****************************************************************
      *    MODIFICATIONS -                                            *
      *           SMR#98224 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98307 - A RESTRICTED REGISTRATION IS RELEASED   *
      *                       ONLY WHEN OBSSS645 GRANTS THE CALLING   *
      *                       SYSTEM THE RESTRICTED-ACCESS FUNCTION   *
      *                       (NEW B0150, OBSSS689 GATE LOGS THE      *
      *                       LOOK).                                  *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98308 - NOTHING IS RELEASED UNLESS THE MEMBER'S *
      *                       CONSENT FOR THE CALLING SYSTEM'S        *
      *                       SHARING PURPOSE IS IN FORCE ON THE      *
      *                       OBSSS691 CONSENT REGISTER (NEW B0160;   *
      *                       PURPOSE FROM ST_MST_READ_SVC_PURPOSE,   *
      *                       DEFAULT OTHER MINISTRIES).              *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
           EJECT
      *****************************************************************
       01  W-WITHHELD-SW               PIC X(01)  VALUE 'N'.
           88  W-FIELD-WITHHELD            VALUE 'Y'.

98307  01  X689-GATE-AREA.
98307      COPY OBC689CA.

98308  01  X691-CONSENT-AREA.
98308      COPY OBC691CA.

      *****************************************************************
      *              MASTER HOST VARIABLES                            *
      *****************************************************************
       01  T-RSA-FIELD                 PIC X(03).
       01  T-RSA-HIT                   PIC S9(04) COMP.
       01  T-RSA-ANY                   PIC S9(07) COMP-3.
98308  01  T-RSP-PURPOSE               PIC X(02).
98308  01  C-DEFAULT-PURPOSE           PIC X(02)  VALUE 'MN'.

      *****************************************************************
      *              ORAUDIT RECORD -- SAME ROW F0010-WRITE-BLOCK-    *
               GO TO A0000-MAINLINE-EXIT
           END-IF.

98307      PERFORM B0150-CHECK-RESTRICTED.
98307      IF  X650-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
98307          GO TO A0000-MAINLINE-EXIT
98307      END-IF.

98308      PERFORM B0160-CHECK-CONSENT.
98308      IF  X650-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
98308          GO TO A0000-MAINLINE-EXIT
98308      END-IF.

           PERFORM B0200-ENFORCE-BLOCK.
           IF  X650-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
               GO TO A0000-MAINLINE-EXIT
       B0100-FETCH-MASTER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0150-CHECK-RESTRICTED                         *
      *****************************************************************
      *    SMR#98307: A RESTRICTED REGISTRATION IS RELEASED ONLY TO   *
      *    A SYSTEM OBSSS645 GRANTS THE RESTRICTED-ACCESS FUNCTION    *
      *    ON 1650.  THE OBSSS689 GATE DECIDES AND LOGS THE LOOK;     *
      *    A REFUSAL RELEASES NOTHING.                                *
      *****************************************************************

98307  B0150-CHECK-RESTRICTED SECTION.

98307      MOVE  T-M-BAS-EE-SSN      TO  X689-SSN.
98307      MOVE  SPACES              TO  X689-CLERK
98307                                    X689-DEPT.
98307      MOVE  EIBTRMID            TO  X689-TERM.
98307      MOVE '1650'               TO  X689-TRAN.
98307      MOVE  X650-CALLER-SYSTEM  TO  X689-SYSTEM.

98307      EXEC CICS LINK
98307           PROGRAM  ('OBSSS689')
98307           COMMAREA (X689-GATE-AREA)
98307           LENGTH   (LENGTH OF X689-GATE-AREA)
98307      END-EXEC.

98307      IF  X689-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
98307          MOVE  K-RET-TXN-ERR  TO  X650-RETURN-CODE
98307      ELSE
98307          NEXT SENTENCE.

98307  B0150-CHECK-RESTRICTED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0160-CHECK-CONSENT                            *
      *****************************************************************
      *    SMR#98308: THE CALLING SYSTEM'S SHARING PURPOSE COMES FROM *
      *    ST_MST_READ_SVC_PURPOSE -- A SYSTEM WITH NO ROW THERE IS   *
      *    TAKEN AS ANOTHER MINISTRY -- AND THE MEMBER'S CONSENT FOR  *
      *    THAT PURPOSE MUST BE IN FORCE ON THE OBSSS691 REGISTER.    *
      *    WITHOUT IT NOTHING IS RELEASED.                            *
      *****************************************************************

98308  B0160-CHECK-CONSENT SECTION.

98308      MOVE 'ST_MST_READ_SVC_PURPOSE'  TO  W-EIBDS.
98308      MOVE  C-DEFAULT-PURPOSE         TO  T-RSP-PURPOSE.

98308      EXEC SQL
98308           SELECT   RSP_PURPOSE
98308           INTO    :T-RSP-PURPOSE
98308           FROM     ST_MST_READ_SVC_PURPOSE
98308           WHERE    RSP_SYSTEM  =  :T-RSA-SYSTEM
98308      END-EXEC.

98308      PERFORM DB2-ERROR.

98308      IF  SQLCODE  NOT EQUAL TO  +0
98308          MOVE  C-DEFAULT-PURPOSE  TO  T-RSP-PURPOSE
98308      ELSE
98308          NEXT SENTENCE.

98308      MOVE 'I'                  TO  X691-FUNCTION.
98308      MOVE  T-M-BAS-EE-SSN      TO  X691-SSN.
98308      MOVE  T-RSP-PURPOSE       TO  X691-PURPOSE.
98308      MOVE  SPACES              TO  X691-CHANNEL
98308                                    X691-CLERK
98308                                    X691-DEPT.
98308      MOVE  EIBTRMID            TO  X691-TERM.

98308      EXEC CICS LINK
98308           PROGRAM  ('OBSSS691')
98308           COMMAREA (X691-CONSENT-AREA)
98308           LENGTH   (LENGTH OF X691-CONSENT-AREA)
98308      END-EXEC.

98308      IF  X691-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD  OR
98308          NOT X691-CONSENTED
98308          MOVE  K-RET-TXN-ERR  TO  X650-RETURN-CODE
98308      ELSE
98308          NEXT SENTENCE.

98308  B0160-CHECK-CONSENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0200-ENFORCE-BLOCK                            *
      *****************************************************************
      *    SAME ENFORCEMENT F0000-CHECK-BLOCK-CODE APPLIES ON         *
