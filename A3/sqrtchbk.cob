002800 *>                   month.  The audit rows survive the reset
002900 *>                   and carry the department since the same
003000 *>                   change set.
003010 *>   2026-10-15  DW   Rate card layout moved to the RATEREC
003020 *>                   copybook; SQRTEDIT now prices department
003030 *>                   budgets off the same card.
003040 *>   2026-10-15  DW   The billing period comes off the CALMAST
003050 *>                   shop calendar: a blank entry bills the
003060 *>                   fiscal period that closed last, first to
003070 *>                   last date as the calendar files it.  A
003080 *>                   keyed YYYYMM still bills that month.
003100 *> ---------------------------------------------------------
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. SQRTCHBK.
004800     SELECT RATE-FILE ASSIGN TO "RATEFILE"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RATE-FILE-STATUS.
005010     SELECT OPTIONAL CALENDAR-MASTER ASSIGN TO "CALMAST"
005020         ORGANIZATION IS INDEXED
005030         ACCESS MODE IS DYNAMIC
005040         RECORD KEY IS CL-CAL-DATE
005050         FILE STATUS IS WS-CAL-FILE-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  STANDARD-OUTPUT.
005600     01 RPT-LINE  PICTURE X(132).
005700 FD  AUDIT-LOG.
005800     COPY AUDITREC.
006100 FD  RATE-FILE.
006200     COPY RATEREC.
006210 FD  CALENDAR-MASTER.
006220     COPY CALREC.
006600 WORKING-STORAGE SECTION.
006700 *> -------------------------------------------------------
006800 *> file statuses and read control
007300     88 AUDIT-FILE-NOT-FOUND                  VALUE '35'.
007400 77  WS-RATE-FILE-STATUS        PICTURE X(02) VALUE '00'.
007500     88 RATE-FILE-OK                          VALUE '00'.
007510 77  WS-CAL-FILE-STATUS         PICTURE X(02) VALUE '00'.
007520     88 CAL-FILE-NOT-FOUND                    VALUE '35'.
007600 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
007700     88 END-OF-INPUT                          VALUE 'Y'.
007800 *> -------------------------------------------------------
007900 *> the billing period - a keyed YYYYMM, or the fiscal year
008000 *> and period off the calendar - and its first and last
008010 *> dates, which every audit row under test is held to.
008100 *> -------------------------------------------------------
008200 77  WS-MONTH-ENTRY             PICTURE X(06).
008300 77  WS-MONTH-ENTRY-NUM REDEFINES WS-MONTH-ENTRY
008400                                  PICTURE 9(06).
008500 77  WS-BILL-MONTH              PICTURE 9(06) VALUE 0.
008600 77  WS-BILL-FROM               PICTURE 9(08) VALUE 0.
008610 77  WS-BILL-TO                 PICTURE 9(08) VALUE 0.
008620 77  WS-TODAY-DATE              PICTURE 9(08) VALUE 0.
008630 77  WS-PRIOR-INT               PICTURE 9(07) COMP VALUE 0.
008700 *> -------------------------------------------------------
008800 *> the rate card, loaded once; a missing or unreadable rate
008900 *> file ends the run - billing from guessed rates is worse
012300 *> prompts and report lines
012400 *> -------------------------------------------------------
012500 01  MONTH-PROMPT.
012600     02 FILLER PICTURE X(31) VALUE
012700        ' ENTER BILLING MONTH (YYYYMM), '.
012710     02 FILLER PICTURE X(26) VALUE
012720        'BLANK = LAST FISCAL PERIOD'.
012800 01  BAD-MONTH-MESS.
012900     02 FILLER PICTURE X(42) VALUE
013000        ' BILLING MONTH NOT NUMERIC - RUN ENDS HERE'.
013010 01  NO-PERIOD-MESS.
013020     02 FILLER PICTURE X(48) VALUE
013030        ' NO CALMAST PERIOD BEFORE TODAY - RUN ENDS HERE '.
013100 01  NO-RATE-MESS.
013200     02 FILLER PICTURE X(46) VALUE
013300        ' RATEFILE MISSING OR UNUSABLE - RUN ENDS HERE '.
014000     02 FILLER PICTURE X(9) VALUE SPACES.
014100     02 FILLER PICTURE X(33) VALUE
014200        'DEPARTMENT CHARGEBACK STATEMENT  '.
014300     02 FILLER PICTURE X(07) VALUE 'PERIOD '.
014400     02 SH-BILL-MONTH        PICTURE 9(06).
014410     02 FILLER PICTURE X(02) VALUE SPACES.
014420     02 SH-BILL-FROM         PICTURE 9(08).
014430     02 FILLER PICTURE X(04) VALUE ' TO '.
014440     02 SH-BILL-TO           PICTURE 9(08).
014500 01  STMT-UNDER-LINE.
014600     02 FILLER PICTURE X(54) VALUE
014700        ' ----------------------------------------------------'.
016900     02 FILLER PICTURE X(9) VALUE SPACES.
017000     02 FILLER PICTURE X(33) VALUE
017100        'CHARGEBACK GRAND TOTALS          '.
017200     02 FILLER PICTURE X(07) VALUE 'PERIOD '.
017300     02 GH-BILL-MONTH        PICTURE 9(06).
017310     02 FILLER PICTURE X(02) VALUE SPACES.
017320     02 GH-BILL-FROM         PICTURE 9(08).
017330     02 FILLER PICTURE X(04) VALUE ' TO '.
017340     02 GH-BILL-TO           PICTURE 9(08).
017400 01  GRAND-DEPTS-LINE.
017500     02 FILLER PICTURE X(25) VALUE ' DEPARTMENTS BILLED....: '.
017600     02 GD-DEPT-COUNT        PICTURE ZZ,ZZ9.
021200 *> 1000-GET-BILLING-MONTH - the month off the prompt (or the
021300 *> job's SYSIN); a non-numeric entry ends the run rather
021400 *> than billing whatever month the garbage happened to be.
021410 *> A blank entry takes the period off the calendar.
021500 *> -------------------------------------------------------
021600 1000-GET-BILLING-MONTH.
021700     WRITE OUT-LINE FROM MONTH-PROMPT AFTER ADVANCING 1 LINE.
021800     MOVE SPACES TO WS-MONTH-ENTRY.
021900     ACCEPT WS-MONTH-ENTRY.
021910     IF WS-MONTH-ENTRY = SPACES
021920         PERFORM 1050-TAKE-FISCAL-PERIOD THRU 1050-EXIT
021930         GO TO 1000-EXIT
021940     END-IF.
022000     IF WS-MONTH-ENTRY-NUM NOT NUMERIC
022100         WRITE OUT-LINE FROM BAD-MONTH-MESS
022200             AFTER ADVANCING 1 LINE
022500         STOP RUN
022600     END-IF.
022700     MOVE WS-MONTH-ENTRY-NUM TO WS-BILL-MONTH.
022710     COMPUTE WS-BILL-FROM = WS-BILL-MONTH * 100 + 1.
022720     COMPUTE WS-BILL-TO = WS-BILL-MONTH * 100 + 31.
022800 1000-EXIT.
022900     EXIT.
022910
022920 *> -------------------------------------------------------
022930 *> 1050-TAKE-FISCAL-PERIOD - the period that closed last:
022940 *> today's row names the period running now, the day before
022950 *> it started belongs to the one just closed, and that
022960 *> day's row carries the closed period's number and its
022970 *> first and last dates.  No calendar, or no row for either
022980 *> date, ends the run - the operator keys the month.
022990 *> -------------------------------------------------------
023000 1050-TAKE-FISCAL-PERIOD.
023010     OPEN INPUT CALENDAR-MASTER.
023020     IF CAL-FILE-NOT-FOUND
023030         PERFORM 1090-NO-PERIOD THRU 1090-EXIT
023040     END-IF.
023050     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
023060     MOVE WS-TODAY-DATE TO CL-CAL-DATE.
023070     READ CALENDAR-MASTER
023080         INVALID KEY
023090             PERFORM 1090-NO-PERIOD THRU 1090-EXIT
023100     END-READ.
023110     COMPUTE WS-PRIOR-INT =
023120         FUNCTION INTEGER-OF-DATE(CL-PERIOD-START) - 1.
023130     COMPUTE CL-CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-PRIOR-INT).
023140     READ CALENDAR-MASTER
023150         INVALID KEY
023160             PERFORM 1090-NO-PERIOD THRU 1090-EXIT
023170     END-READ.
023180     COMPUTE WS-BILL-MONTH =
023190         CL-FISCAL-YEAR * 100 + CL-FISCAL-PERIOD.
023200     MOVE CL-PERIOD-START TO WS-BILL-FROM.
023210     MOVE CL-PERIOD-END TO WS-BILL-TO.
023220     CLOSE CALENDAR-MASTER.
023230 1050-EXIT.
023240     EXIT.
023250
023260 1090-NO-PERIOD.
023270     WRITE OUT-LINE FROM NO-PERIOD-MESS AFTER ADVANCING 1 LINE.
023280     CLOSE STANDARD-OUTPUT.
023290     MOVE 16 TO RETURN-CODE.
023300     STOP RUN.
023310 1090-EXIT.
023320     EXIT.
023000
023100 *> -------------------------------------------------------
023200 *> 1100-LOAD-RATE-CARD - one row off RATEFILE; a missing or
029000     EXIT.
029100
029200 3200-TALLY-ONE-AUDIT-ROW.
029400     IF AL-RUN-DATE < WS-BILL-FROM OR AL-RUN-DATE > WS-BILL-TO
029500         GO TO 3200-NEXT
029600     END-IF.
029700     IF AL-DEPARTMENT = SPACES
037000     COMPUTE WS-DEPT-CHARGE = WS-CALC-CHARGE + WS-ITER-CHARGE.
037100     ADD WS-DEPT-CHARGE TO WS-GRAND-CHARGE.
037200     MOVE WS-BILL-MONTH TO SH-BILL-MONTH.
037210     MOVE WS-BILL-FROM TO SH-BILL-FROM.
037220     MOVE WS-BILL-TO TO SH-BILL-TO.
037300     IF WS-DEPT-SUB = 1
037400         WRITE RPT-LINE FROM STMT-HEADER-LINE
037500             AFTER ADVANCING 0 LINES
040200 *> -------------------------------------------------------
040300 5000-PRINT-GRAND-TOTALS.
040400     MOVE WS-BILL-MONTH TO GH-BILL-MONTH.
040410     MOVE WS-BILL-FROM TO GH-BILL-FROM.
040420     MOVE WS-BILL-TO TO GH-BILL-TO.
040500     IF WS-DEPT-COUNT = 0
040600         WRITE RPT-LINE FROM GRAND-HEADER-LINE
040700             AFTER ADVANCING 0 LINES
