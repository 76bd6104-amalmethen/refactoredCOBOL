      *                                    PF3/CLEAR)                 *
      *                                                               *
      *        INPUT  - ST_USR_RECENT_SSN  (DB2 HISTORY TABLE)        *
98307 *                 ST_MST_EMPLOYEE_BASIC (DB2 MASTER TABLE)      *
      *                                                               *
      *        OUTPUT - UNMAPPED TEXT PICK-LIST, NUMBERED 1 THRU N.   *
      *                  CLERK KEYS THE LINE NUMBER AND PRESSES       *
      *                       (NON-RE-ENTRANT) START OF THIS          *
      *                       TRANSACTION.                            *
      *                                HESSA AL-OTAIBI     09-08-2026 *
      *           SMR#98307 - A RESTRICTED REGISTRATION'S LINE SHOWS  *
      *                       THE WORD RESTRICTED BESIDE THE SSN;     *
      *                       SELECTING IT GOES THROUGH THE ORP1511P  *
      *                       RESTRICTED-RECORD CHECK.                *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
      *****************************************************************
      *

       01  T-REC-SSN                   PIC 9(11).
       01  T-REC-SEQ                   PIC S9(04).
98307  01  T-REC-RESTRICT-IND          PIC X(01).

      *****************************************************************
      *                 RECENT-SSN PICK-LIST TABLE                    *
       01  W-RECENT-TBL.
           05  W-RECENT-SSN  OCCURS 10 TIMES
                              PIC 9(11).
98307  01  W-RECENT-RESTRICT-TBL.
98307      05  W-RECENT-RESTRICT-IND  OCCURS 10 TIMES
98307                         PIC X(01).
98307          88  W-RECENT-RESTRICTED    VALUE 'Y'.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
               10  W-TEXT-LN           PIC Z9.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  W-TEXT-SSN          PIC 9(11).
98307          10  FILLER              PIC X(02) VALUE SPACES.
98307          10  W-TEXT-RESTRICT     PIC X(10).
           05  W-TEXT-NONE             PIC X(40) VALUE
               'NO RECENTLY VIEWED SSNS ON FILE.'.
           05  W-TEXT-BAD-SEL          PIC X(40) VALUE

           EXEC SQL
                DECLARE RECENT-CURSOR CURSOR FOR
98307           SELECT   R.REC_SSN  ,
98307                    R.REC_SEQ  ,
98307                    COALESCE(E.M_BAS_EE_RESTRICT_IND, 'N')
98307           FROM     ST_USR_RECENT_SSN  R
98307                    LEFT OUTER JOIN
98307                    ST_MST_EMPLOYEE_BASIC  E
98307           ON       E.M_BAS_EE_SSN  =  R.REC_SSN
98307           WHERE    R.REC_CLERK = :T-M-CLERK
98307           ORDER BY R.REC_SEQ
           END-EXEC.

           EXEC SQL
           EXEC SQL
                FETCH RECENT-CURSOR
                INTO  :T-REC-SSN  ,
98307                 :T-REC-SEQ  ,
98307                 :T-REC-RESTRICT-IND
           END-EXEC.

           IF  SQLCODE  EQUAL TO  +100
               IF  SQLCODE  EQUAL TO  +0
                   ADD  +1                TO  W-ROW-COUNT
                   MOVE T-REC-SSN   TO  W-RECENT-SSN (W-ROW-COUNT)
98307              MOVE T-REC-RESTRICT-IND
98307                   TO  W-RECENT-RESTRICT-IND (W-ROW-COUNT)
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-EOF-SW.

           MOVE W-ROW-NDX                     TO  W-TEXT-LN.
           MOVE W-RECENT-SSN (W-ROW-NDX)       TO  W-TEXT-SSN.
98307      MOVE SPACES                         TO  W-TEXT-RESTRICT.

98307      IF  W-RECENT-RESTRICTED (W-ROW-NDX)
98307          MOVE 'RESTRICTED'               TO  W-TEXT-RESTRICT
98307      ELSE
98307          NEXT SENTENCE.

           EXEC CICS SEND TEXT
                FROM   (W-TEXT-LINE)
98307           LENGTH (27)
                ACCUM
           END-EXEC.

