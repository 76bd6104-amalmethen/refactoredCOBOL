      *                  A CLERK WITHOUT UPDATE AUTHORITY CAN STILL   *
      *                  VIEW THE CURRENT VALUES BUT ANY CHANGE       *
      *                  ATTEMPT IS REJECTED.                         *
98293 *                  KEYING NEXT IN PLACE OF THE DATE ROLLS THE   *
98293 *                  BUSINESS DATE TO THE NEXT BUSINESS DAY ON    *
98293 *                  THE OBSSS674 CALENDAR (A BLANK MONTH AND DAY *
98293 *                  KEEP THE CURRENT FISCAL YEAR-END).           *
98306 *                  EVERY CHANGE NEEDS A REASON KEYED AFTER THE  *
98306 *                  DAY, KEPT WITH THE DEPARTMENT ON THE LOG ROW.*
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *              INTO THE SAME ACCUMULATED SEND THAT SHOWS THE    *
      *              NEW VALUES.                                     *
      *                                HESSA AL-OTAIBI     09-08-2026 *
      *           SMR#98293 - NEXT KEYED AS THE DATE ASKS THE         *
      *              OBSSS674 CALENDAR SERVICE FOR THE FIRST BUSINESS *
      *              DAY AFTER THE CURRENT BUSINESS DATE (SKIPPING    *
      *              THE WEEKEND AND PUBLIC HOLIDAYS) AND APPLIES IT  *
      *              THROUGH THE SAME VALIDATION AND AUDIT AS A KEYED *
      *              DATE.  A BLANK MONTH/DAY KEEPS THE CURRENT       *
      *              FISCAL YEAR-END.                                 *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98306 - EVERY CHANGE NOW NEEDS A REASON KEYED   *
      *              AFTER THE FISCAL YEAR-END DAY.  THE REASON AND   *
      *              THE CLERK'S DEPARTMENT ARE KEPT ON               *
      *              ST_HST_BUS_DATE_CHANGE (BDC_REASON, BDC_DEPT)    *
      *              FOR THE OBSSS687 MONTHLY OVERRIDE REGISTER.      *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
      *****************************************************************
      *
      *****************************************************************

       01  CONSTANTS.
98293        COPY SFCWSCON.
           05  C-MAX-FSC-MTH           PIC S9(4)  COMP VALUE +12.
           05  C-MAX-FSC-DAY           PIC S9(4)  COMP VALUE +31.

           05  W-CMD-NEW-FSC-MTH        PIC X(02).
           05  FILLER                   PIC X(01).
           05  W-CMD-NEW-FSC-DAY        PIC X(02).
98306      05  FILLER                   PIC X(01).
98306      05  W-CMD-REASON             PIC X(40).
98306  01  W-CMD-LEN                    PIC S9(04) COMP VALUE +55.
98293  01  W-ROLL-DATE-9                PIC  9(08).
98293  01  W-ROLL-DATE-X REDEFINES W-ROLL-DATE-9
98293                                   PIC X(08).

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *

       01  W-TEXT-AREA.
           05  W-TEXT-HEADING          PIC X(62) VALUE
98306          'BUS DATE MAINT - KEY YYYYMMDD (OR NEXT) MM DD REASON'.
           05  W-TEXT-CURRENT.
               10  FILLER              PIC X(18) VALUE
                   'CURRENT BUS DATE: '.
               'BUSINESS DATE/FISCAL YEAR-END UPDATED.'.
           05  W-TEXT-BYE              PIC X(24) VALUE
               'BUS DATE MAINT ENDED.'.
98293      05  W-TEXT-NO-ROLL          PIC X(52) VALUE
98293          'NEXT BUSINESS DAY NOT FOUND - KEY THE DATE.'.
98306      05  W-TEXT-NO-REASON        PIC X(52) VALUE
98306          'KEY THE REASON FOR THE CHANGE AFTER THE DAY.'.

       01  W-RESP                      PIC S9(04) COMP.
       01  ABEND-CODE                  PIC X(04).

           EXEC SQL INCLUDE SQLCA            END-EXEC.

      *****************************************************************
      *        OBSSS674 BUSINESS-DAY CALENDAR COMMAREA (SMR#98293)    *
      *****************************************************************

98293  01  X674-CALENDAR-AREA.
98293      COPY OBC674CA.

           EJECT
      *****************************************************************
      *                    LINKAGE SECTION                            *
       C0200-RECEIVE-MAINT-CMD SECTION.

           MOVE SPACES   TO  W-CMD-IN.
98306      MOVE +55      TO  W-CMD-LEN.

           EXEC CICS RECEIVE
                INTO    (W-CMD-IN)

98147      MOVE  'N'  TO  W-CMD-APPLIED-SW.

98293      IF  W-CMD-NEW-DATE  EQUAL TO  'NEXT'  AND  UPDATE-AUTH
98293          PERFORM C0250-ROLL-NEXT-BUS-DAY
98293      END-IF.

           IF  NOT UPDATE-AUTH
               EXEC CICS SEND TEXT
                    FROM    (W-TEXT-NOT-AUTH)
98147                       TRANSID ('1519')
98147                  END-EXEC
                   ELSE
98306                  IF  W-CMD-REASON  EQUAL TO  SPACES
98306                      EXEC CICS SEND TEXT
98306                           FROM    (W-TEXT-NO-REASON)
98306                           LENGTH  (52)
98306                           ERASE
98306                      END-EXEC
98306                      MOVE '1'          TO  TCTTE-ENTRY-COUNT
98306                      EXEC CICS RETURN
98306                           TRANSID ('1519')
98306                      END-EXEC
98306                  ELSE
98306                      PERFORM C0300-APPLY-CHANGE
98306                      MOVE  'Y'  TO  W-CMD-APPLIED-SW.

98147      MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           PERFORM C0100-BUILD-DISPLAY.
       C0200-RECEIVE-MAINT-CMD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0250-ROLL-NEXT-BUS-DAY                        *
      *****************************************************************
      *    SMR#98293: NEXT IN PLACE OF THE DATE IS REPLACED BY THE    *
      *    FIRST BUSINESS DAY AFTER THE CURRENT BUSINESS DATE, AS     *
      *    THE OBSSS674 CALENDAR SERVICE ANSWERS IT, AND A BLANK      *
      *    MONTH/DAY BY THE CURRENT FISCAL YEAR-END, SO THE COMMAND   *
      *    GOES ON THROUGH THE USUAL VALIDATION AND AUDIT.            *
      *****************************************************************

98293  C0250-ROLL-NEXT-BUS-DAY SECTION.

98293      MOVE  CWA-BUS-PC-YYYYMMDD  TO  W-ROLL-DATE-9.
98293      MOVE 'A'                   TO  X674-FUNCTION.
98293      MOVE  W-ROLL-DATE-X        TO  X674-DATE-IN.

98293      EXEC CICS LINK
98293           PROGRAM  ('OBSSS674')
98293           COMMAREA (X674-CALENDAR-AREA)
98293           LENGTH   (LENGTH OF X674-CALENDAR-AREA)
98293      END-EXEC.

98293      IF  X674-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
98293          EXEC CICS SEND TEXT
98293               FROM    (W-TEXT-NO-ROLL)
98293               LENGTH  (52)
98293               ERASE
98293          END-EXEC
98293          MOVE '1'          TO  TCTTE-ENTRY-COUNT
98293          EXEC CICS RETURN
98293               TRANSID ('1519')
98293          END-EXEC
98293      END-IF.

98293      MOVE  X674-DATE-OUT  TO  W-CMD-NEW-DATE.

98293      IF  W-CMD-NEW-FSC-MTH  EQUAL TO  SPACES
98293          MOVE  CWA-FSC-YR-END-MTH  TO  W-CMD-NEW-FSC-MTH
98293      END-IF.

98293      IF  W-CMD-NEW-FSC-DAY  EQUAL TO  SPACES
98293          MOVE  CWA-FSC-YR-END-DAY  TO  W-CMD-NEW-FSC-DAY
98293      END-IF.

98293  C0250-ROLL-NEXT-BUS-DAY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0300-APPLY-CHANGE                          *
      *****************************************************************
      *    THIS SECTION SAVES OFF THE OLD VALUES, WRITES THE NEW      *
                      BDC_OLD_FSC_END_MTH, BDC_OLD_FSC_END_DAY,
                      BDC_NEW_FSC_END_MTH, BDC_NEW_FSC_END_DAY,
                      BDC_CLERK,           BDC_TERM_ID,
98306                 BDC_CHANGE_DATE,     BDC_DEPT,
98306                 BDC_REASON)
                     VALUES
                     (:T-OLD-BUS-DATE,     :T-NEW-BUS-DATE,
                      :T-OLD-FSC-MTH,      :T-OLD-FSC-DAY,
                      :T-NEW-FSC-MTH,      :T-NEW-FSC-DAY,
                      :TCTTE-CLERK,        :EIBTRMID,
98306                 :T-NEW-BUS-DATE,     :TCTTE-DEPT,
98306                 :W-CMD-REASON)
           END-EXEC.

           PERFORM DB2-ERROR.
