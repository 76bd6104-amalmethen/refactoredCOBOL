      *           AND FOR THE ST_MST_CLERK_ROLE CLERK-TO-ROLE         *
      *           ASSIGNMENTS.  A GRANT OR REVOKE NAMES A CLERK OR    *
      *           A ROLE, A TRANSACTION AND A FUNCTION (R READ, U     *
      *           UPDATE, A APPROVE, L RELEASE, X RESTRICTED-RECORD   *
      *           ACCESS).  UPDATE AUTHORITY                          *
      *           ON THIS SCREEN ITSELF IS CHECKED THROUGH            *
      *           OOPACEEE THE WAY ORP1525P DOES IT.  THIS IS A       *
      *           STANDALONE UTILITY TRANSACTION, KEYED DIRECTLY      *
      *                   X SUBJECT TRAN FUNC    (REVOKE)             *
      *                   R CLERK ROLE           (ASSIGN ROLE)        *
      *                   D CLERK                (DROP ROLE)          *
98305 *                   C TRAN F  TRAN F       (ADD CONFLICT PAIR)  *
98305 *                   K TRAN F  TRAN F       (REMOVE PAIR)        *
98305 *                 CONFLICT PAIRS ARE KEPT ON ST_CTL_SOD_CONFLICT*
98305 *                 FOR THE OBSSS686 SEGREGATION-OF-DUTIES RUN.   *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *                       FLAG, AND AN UNPOPULATED MATRIX FALLS   *
      *                       BACK TO THE OOPACEEE RESULT UNCHANGED.  *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98305 - NEW C AND K COMMANDS ADD AND REMOVE     *
      *                       CONFLICTING FUNCTION PAIRS ON           *
      *                       ST_CTL_SOD_CONFLICT, READ BY THE        *
      *                       OBSSS686 MONTHLY SEGREGATION-OF-DUTIES  *
      *                       RUN.                                    *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98307 - FUNCTION X (RESTRICTED-RECORD ACCESS,   *
      *                       CHECKED BY THE OBSSS689 GATE) MAY NOW   *
      *                       BE GRANTED AND REVOKED; A SUBJECT MAY   *
      *                       ALSO BE A CALLING SYSTEM'S NAME.        *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
      *****************************************************************
      *
       01  T-ROL-CLERK                 PIC X(03).
       01  T-ROL-ROLE                  PIC X(08).

98305  01  T-SOD-TRAN-A                PIC X(04).
98305  01  T-SOD-FUNC-A                PIC X(01).
98305  01  T-SOD-TRAN-B                PIC X(04).
98305  01  T-SOD-FUNC-B                PIC X(01).
98305  01  T-SOD-COUNT                 PIC S9(09) COMP.

       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
               88  W-CMD-REVOKE            VALUE 'X'.
               88  W-CMD-ASSIGN            VALUE 'R'.
               88  W-CMD-DROP              VALUE 'D'.
98305          88  W-CMD-CONFLICT          VALUE 'C'.
98305          88  W-CMD-UNCONFLICT        VALUE 'K'.
           05  FILLER                  PIC X(01).
           05  W-CMD-SUBJECT           PIC X(08).
98305      05  W-CMD-PAIR-A REDEFINES W-CMD-SUBJECT.
98305          10  W-CMD-TRAN-A        PIC X(04).
98305          10  FILLER              PIC X(01).
98305          10  W-CMD-FUNC-A        PIC X(01).
98307              88  W-CMD-FUNC-A-GOOD   VALUE 'R' 'U' 'A' 'L' 'X'.
98305          10  FILLER              PIC X(02).
           05  FILLER                  PIC X(01).
           05  W-CMD-TRAN              PIC X(04).
           05  W-CMD-ROLE REDEFINES W-CMD-TRAN
                                       PIC X(04).
           05  FILLER                  PIC X(01).
           05  W-CMD-FUNC              PIC X(01).
98307          88  W-CMD-FUNC-GOOD         VALUE 'R' 'U' 'A' 'L' 'X'.
       01  W-CMD-LEN                   PIC S9(04) COMP VALUE +17.

      *****************************************************************
               'AUTHORITY MATRIX MAINTENANCE - COMMANDS:'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
               'G-X SUBJ TRAN FUNC(R-U-A-L) / R CLERK ROLE / D CLERK'.
98305      05  W-TEXT-USAGE3           PIC X(64) VALUE
98305          'C-K TRAN F  TRAN F  (ADD-REMOVE CONFLICTING PAIR)'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMATS ABOVE.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
               'THAT GRANT ALREADY EXISTS.'.
           05  W-TEXT-NO-ROW           PIC X(60) VALUE
               'NO SUCH GRANT OR ROLE ASSIGNMENT ON FILE.'.
98305      05  W-TEXT-DUP-PAIR         PIC X(60) VALUE
98305          'THAT CONFLICT PAIR ALREADY EXISTS (IN EITHER ORDER).'.
98305      05  W-TEXT-NO-PAIR          PIC X(60) VALUE
98305          'NO SUCH CONFLICT PAIR ON FILE.'.
           05  W-TEXT-DONE             PIC X(60) VALUE
               'AUTHORITY CHANGE APPLIED.'.
           05  W-TEXT-BYE              PIC X(30) VALUE
                ACCUM
           END-EXEC.

98305      EXEC CICS SEND TEXT
98305           FROM    (W-TEXT-USAGE3)
98305           LENGTH  (64)
98305           ACCUM
98305      END-EXEC.

           EXEC CICS SEND PAGE
           END-EXEC.


           IF  W-CMD-SUBJECT  EQUAL TO  SPACES  OR
               ( NOT W-CMD-GRANT  AND  NOT W-CMD-REVOKE  AND
98305            NOT W-CMD-ASSIGN  AND  NOT W-CMD-DROP  AND
98305            NOT W-CMD-CONFLICT  AND  NOT W-CMD-UNCONFLICT )
               MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
           IF  W-CMD-ASSIGN
               PERFORM C0500-ASSIGN-ROLE
           ELSE
98305      IF  W-CMD-CONFLICT
98305          PERFORM C0700-ADD-CONFLICT
98305      ELSE
98305      IF  W-CMD-UNCONFLICT
98305          PERFORM C0750-REMOVE-CONFLICT
98305      ELSE
               PERFORM C0600-DROP-ROLE.

           MOVE W-TEXT-DONE  TO  W-TEXT-ERROR.
       C0600-DROP-ROLE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0700-ADD-CONFLICT                             *
      *****************************************************************
      *    SMR#98305: RECORDS ONE CONFLICTING FUNCTION PAIR (TWO      *
      *    TRANSACTION/FUNCTION COMBINATIONS NO ONE CLERK SHOULD      *
      *    HOLD TOGETHER).  A PAIR IS THE SAME PAIR IN EITHER         *
      *    ORDER, SO THE DUPLICATE CHECK LOOKS BOTH WAYS.             *
      *****************************************************************

98305  C0700-ADD-CONFLICT SECTION.

98305      PERFORM C0790-LOAD-CONFLICT-PAIR.

98305      EXEC SQL
98305           SELECT   COUNT(*)
98305           INTO    :T-SOD-COUNT
98305           FROM     ST_CTL_SOD_CONFLICT
98305           WHERE  ( SOD_TRAN_A  =  :T-SOD-TRAN-A
98305           AND      SOD_FUNC_A  =  :T-SOD-FUNC-A
98305           AND      SOD_TRAN_B  =  :T-SOD-TRAN-B
98305           AND      SOD_FUNC_B  =  :T-SOD-FUNC-B )
98305           OR     ( SOD_TRAN_A  =  :T-SOD-TRAN-B
98305           AND      SOD_FUNC_A  =  :T-SOD-FUNC-B
98305           AND      SOD_TRAN_B  =  :T-SOD-TRAN-A
98305           AND      SOD_FUNC_B  =  :T-SOD-FUNC-A )
98305      END-EXEC.

98305      PERFORM DB2-ERROR.

98305      IF  T-SOD-COUNT  GREATER THAN  ZEROES
98305          MOVE W-TEXT-DUP-PAIR  TO  W-TEXT-ERROR
98305          PERFORM C0800-SEND-ERROR-RETURN
98305      ELSE
98305          NEXT SENTENCE.

98305      MOVE  TCTTE-CLERK    TO  T-AUT-GRANT-CLERK.
98305      MOVE  W-TODAY-DATE   TO  T-AUT-GRANT-DATE.

98305      EXEC SQL
98305           INSERT INTO ST_CTL_SOD_CONFLICT
98305                (SOD_TRAN_A,     SOD_FUNC_A,
98305                 SOD_TRAN_B,     SOD_FUNC_B,
98305                 SOD_ADD_CLERK,  SOD_ADD_DATE)
98305           VALUES
98305                (:T-SOD-TRAN-A,      :T-SOD-FUNC-A,
98305                 :T-SOD-TRAN-B,      :T-SOD-FUNC-B,
98305                 :T-AUT-GRANT-CLERK, :T-AUT-GRANT-DATE)
98305      END-EXEC.

98305      PERFORM DB2-ERROR.

98305  C0700-ADD-CONFLICT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0750-REMOVE-CONFLICT                          *
      *****************************************************************

98305  C0750-REMOVE-CONFLICT SECTION.

98305      PERFORM C0790-LOAD-CONFLICT-PAIR.

98305      EXEC SQL
98305           DELETE FROM ST_CTL_SOD_CONFLICT
98305           WHERE  ( SOD_TRAN_A  =  :T-SOD-TRAN-A
98305           AND      SOD_FUNC_A  =  :T-SOD-FUNC-A
98305           AND      SOD_TRAN_B  =  :T-SOD-TRAN-B
98305           AND      SOD_FUNC_B  =  :T-SOD-FUNC-B )
98305           OR     ( SOD_TRAN_A  =  :T-SOD-TRAN-B
98305           AND      SOD_FUNC_A  =  :T-SOD-FUNC-B
98305           AND      SOD_TRAN_B  =  :T-SOD-TRAN-A
98305           AND      SOD_FUNC_B  =  :T-SOD-FUNC-A )
98305      END-EXEC.

98305      PERFORM DB2-ERROR.

98305      IF  SQLERRD (3)  EQUAL TO  ZEROES
98305          MOVE W-TEXT-NO-PAIR  TO  W-TEXT-ERROR
98305          PERFORM C0800-SEND-ERROR-RETURN
98305      ELSE
98305          NEXT SENTENCE.

98305  C0750-REMOVE-CONFLICT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0790-LOAD-CONFLICT-PAIR                       *
      *****************************************************************
      *    SMR#98305: EDITS BOTH HALVES OF A CONFLICT-PAIR COMMAND    *
      *    AND LOADS THE HOST VARIABLES.                              *
      *****************************************************************

98305  C0790-LOAD-CONFLICT-PAIR SECTION.

98305      IF  W-CMD-TRAN-A  EQUAL TO  SPACES  OR
98305          W-CMD-TRAN    EQUAL TO  SPACES  OR
98305          NOT W-CMD-FUNC-A-GOOD  OR
98305          NOT W-CMD-FUNC-GOOD
98305          MOVE W-TEXT-BAD-CMD  TO  W-TEXT-ERROR
98305          PERFORM C0800-SEND-ERROR-RETURN
98305      ELSE
98305          NEXT SENTENCE.

98305      MOVE 'ST_CTL_SOD_CONFLICT' TO  W-EIBDS.
98305      MOVE  W-CMD-TRAN-A         TO  T-SOD-TRAN-A.
98305      MOVE  W-CMD-FUNC-A         TO  T-SOD-FUNC-A.
98305      MOVE  W-CMD-TRAN           TO  T-SOD-TRAN-B.
98305      MOVE  W-CMD-FUNC           TO  T-SOD-FUNC-B.

98305  C0790-LOAD-CONFLICT-PAIR-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                 C0800-SEND-ERROR-RETURN                       *
      *****************************************************************
      *    THIS SECTION SENDS WHATEVER MESSAGE HAS BEEN PLACED IN     *
