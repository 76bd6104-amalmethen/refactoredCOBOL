      *        MODIFICATION -                                         *
      *           SMR#98194 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     22-08-2026 *
      *           SMR#98280 - A PENSION INCOME CERTIFICATE ISSUED BY  *
      *                       THE OBSSS665 ANNUAL RUN ALSO SHOWS ITS  *
      *                       YEAR, SURVIVOR CIVIL ID AND THE NET     *
      *                       PENSION CERTIFIED, SO THE CLERK CAN     *
      *                       CONFIRM THE FIGURE THE CALLER QUOTES.   *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
      *****************************************************************
      *
       01  T-CRT-CLERK                 PIC X(03).
       01  T-CRT-ISSUE-DATE            PIC X(08).
       01  T-CRT-FILING-NUMBER         PIC X(11).
98280  01  T-CRT-CERT-TYPE             PIC X(01).
98280  01  T-CRT-CERT-YEAR             PIC 9(04).
98280  01  T-CRT-DEP-CIVIL-ID          PIC 9(12).
98280  01  T-CRT-NET-AMT               PIC S9(13)V999 COMP-3.
98280  01  T-TYPE-IND                  PIC S9(04) COMP.
98280  01  T-YEAR-IND                  PIC S9(04) COMP.
98280  01  T-CIVIL-IND                 PIC S9(04) COMP.
98280  01  T-NET-IND                   PIC S9(04) COMP.

      *****************************************************************
      *                 COMMAND INPUT AREA                            *
               10  W-TEXT-ISSUE-DATE   PIC X(08).
               10  FILLER              PIC X(04) VALUE ' BY '.
               10  W-TEXT-CLERK        PIC X(03).
98280      05  W-TEXT-PENSION.
98280          10  FILLER              PIC X(26) VALUE
98280              'PENSION INCOME CERT YEAR '.
98280          10  W-TEXT-CERT-YEAR    PIC 9(04).
98280          10  FILLER              PIC X(07) VALUE ' CIVIL '.
98280          10  W-TEXT-CIVIL-ID     PIC Z(11)9.
98280          10  FILLER              PIC X(05) VALUE ' NET '.
98280          10  W-TEXT-NET          PIC Z(12)9.999-.
           05  W-TEXT-NOT-GENUINE      PIC X(52) VALUE
               'NO CERTIFICATE WITH THAT CONTROL NUMBER ON REGISTER'.
           05  W-TEXT-BAD-CMD          PIC X(52) VALUE
                         CRT_CLERK        ,
                         CRT_ISSUE_DATE   ,
                         CRT_FILING_NUMBER
98280                  , CRT_CERT_TYPE    ,
98280                    CRT_CERT_YEAR    ,
98280                    CRT_DEP_CIVIL_ID ,
98280                    CRT_NET_AMT
                INTO    :T-CRT-SSN          ,
                        :T-CRT-CLERK        ,
                        :T-CRT-ISSUE-DATE   ,
                        :T-CRT-FILING-NUMBER
98280                 , :T-CRT-CERT-TYPE:T-TYPE-IND     ,
98280                   :T-CRT-CERT-YEAR:T-YEAR-IND     ,
98280                   :T-CRT-DEP-CIVIL-ID:T-CIVIL-IND ,
98280                   :T-CRT-NET-AMT:T-NET-IND
                FROM     ST_HST_CERT_REGISTER
                WHERE    CRT_CTL_NUM  =  :T-CRT-CTL-NUM
           END-EXEC.
               MOVE  T-CRT-FILING-NUMBER TO  W-TEXT-FILING
               MOVE  T-CRT-ISSUE-DATE    TO  W-TEXT-ISSUE-DATE
               MOVE  T-CRT-CLERK         TO  W-TEXT-CLERK
98280          IF  T-TYPE-IND  NOT LESS THAN  ZERO  AND
98280              T-CRT-CERT-TYPE  EQUAL TO  'P'
98280              PERFORM C0200-SEND-PENSION-CERT
98280          ELSE
               EXEC CICS SEND TEXT
                    FROM    (W-TEXT-GENUINE)
                    LENGTH  (69)
                    ERASE
               END-EXEC
98280          END-IF
           ELSE
               EXEC CICS SEND TEXT
                    FROM    (W-TEXT-NOT-GENUINE)
       C0100-RECEIVE-AND-VERIFY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-SEND-PENSION-CERT                        *
      *****************************************************************
      *    SMR#98280: A PENSION INCOME CERTIFICATE SHOWS THE ISSUE    *
      *    LINE AND, UNDER IT, THE YEAR, SURVIVOR CIVIL ID (BLANK     *
      *    FOR THE MEMBER'S OWN PENSION) AND THE NET CERTIFIED.       *
      *****************************************************************

98280  C0200-SEND-PENSION-CERT SECTION.

98280      MOVE  ZEROES  TO  W-TEXT-CERT-YEAR
98280                        W-TEXT-CIVIL-ID
98280                        W-TEXT-NET.
98280      IF  T-YEAR-IND  NOT LESS THAN  ZERO
98280          MOVE  T-CRT-CERT-YEAR     TO  W-TEXT-CERT-YEAR.
98280      IF  T-CIVIL-IND  NOT LESS THAN  ZERO
98280          MOVE  T-CRT-DEP-CIVIL-ID  TO  W-TEXT-CIVIL-ID.
98280      IF  T-NET-IND  NOT LESS THAN  ZERO
98280          MOVE  T-CRT-NET-AMT       TO  W-TEXT-NET.

98280      EXEC CICS SEND TEXT
98280           FROM    (W-TEXT-GENUINE)
98280           LENGTH  (69)
98280           ERASE
98280           ACCUM
98280      END-EXEC.

98280      EXEC CICS SEND TEXT
98280           FROM    (W-TEXT-PENSION)
98280           LENGTH  (LENGTH OF W-TEXT-PENSION)
98280           ACCUM
98280      END-EXEC.

98280      EXEC CICS SEND PAGE
98280      END-EXEC.

98280  C0200-SEND-PENSION-CERT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                    C0900-END-SESSION                          *
      *****************************************************************

