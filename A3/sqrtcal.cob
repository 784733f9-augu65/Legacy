000100 *> ---------------------------------------------------------
000200 *> SQRTCAL - maintenance for the CALMAST shop processing
000300 *> calendar.  G generates a year: one row per date, Monday
000400 *> to Friday as business days, Saturday and Sunday as
000500 *> weekend, fiscal periods equal to the calendar months; a
000600 *> date already on file is left as it stands, so a year can
000700 *> be regenerated without losing its holidays.  H files a
000800 *> plant holiday over a date, B makes a date a business day
000900 *> again (a holiday withdrawn, or a Saturday worked), P
001000 *> restamps a span of dates as one fiscal period where the
001100 *> fiscal calendar does not follow the months, and L lists a
001200 *> year's holidays, worked weekend days and period
001300 *> boundaries.  Sign-on, security log and change journal the
001400 *> same as every other master's maintenance; a G or P that
001500 *> touches a whole span journals one summary row.
001600 *>
001700 *> Modification History:
001800 *>   2026-10-15  DW   New program.
001800 *>   2026-10-15  DW   A refused sign-on is posted to the
001800 *>                   alert feed (SQRTALRT_POST).
001900 *> ---------------------------------------------------------
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. SQRTCAL.
002200 AUTHOR. D. WHITFIELD.
002300 INSTALLATION. ENGINEERING SYSTEMS.
002400 DATE-WRITTEN. 10/15/2026.
002500 DATE-COMPILED.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
003000     SELECT OPTIONAL CALENDAR-MASTER ASSIGN TO "CALMAST"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS CL-CAL-DATE
003400         FILE STATUS IS WS-CAL-FILE-STATUS.
003500     SELECT OPTIONAL OPERATOR-MASTER ASSIGN TO "OPERMAST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS OM-OPERATOR-ID
003900         FILE STATUS IS WS-OPER-FILE-STATUS.
004000     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "SECLOG"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-SEC-FILE-STATUS.
004300     SELECT OPTIONAL CHANGE-JOURNAL ASSIGN TO "CHGJRNL"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-JRNL-FILE-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  STANDARD-OUTPUT.
004900     01 OUT-LINE  PICTURE X(100).
005000 FD  CALENDAR-MASTER.
005100     COPY CALREC.
005200 FD  OPERATOR-MASTER.
005300     COPY OPERREC.
005400 FD  SECURITY-LOG.
005500     COPY SECREC.
005600 FD  CHANGE-JOURNAL.
005700     COPY JRNLREC.
005800 WORKING-STORAGE SECTION.
005900 *> -------------------------------------------------------
006000 *> file status and run control
006100 *> -------------------------------------------------------
006200 77  WS-CAL-FILE-STATUS         PICTURE X(02) VALUE '00'.
006300     88 CAL-FILE-OK                           VALUE '00'.
006400     88 CAL-FILE-NOT-FOUND                    VALUE '35'.
006500 77  WS-EXIT-SW                 PICTURE X(01) VALUE 'N'.
006600     88 EXIT-REQUESTED                        VALUE 'Y'.
006700 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
006800     88 END-OF-CALENDAR                       VALUE 'Y'.
006900 77  WS-FUNCTION-ENTRY          PICTURE X(01).
007000 77  WS-YEAR-ENTRY              PICTURE X(04).
007100 77  WS-YEAR-ENTRY-NUM REDEFINES WS-YEAR-ENTRY
007200                                  PICTURE 9(04).
007300 77  WS-PERIOD-ENTRY            PICTURE X(02).
007400 77  WS-PERIOD-ENTRY-NUM REDEFINES WS-PERIOD-ENTRY
007500                                  PICTURE 9(02).
007600 77  WS-DATE-ENTRY              PICTURE X(08).
007700 77  WS-DATE-ENTRY-NUM REDEFINES WS-DATE-ENTRY
007800                                  PICTURE 9(08).
007900 77  WS-END-ENTRY               PICTURE X(08).
008000 77  WS-END-ENTRY-NUM REDEFINES WS-END-ENTRY
008100                                  PICTURE 9(08).
008200 77  WS-DESC-ENTRY              PICTURE X(25).
008300 77  WS-ENTRY-BAD-SW            PICTURE X(01) VALUE 'N'.
008400     88 ENTRY-BAD                             VALUE 'Y'.
008500 *> -------------------------------------------------------
008600 *> day arithmetic for generating and restamping spans.  The
008700 *> weekday falls out of the date functions' day number the
008800 *> way SQRTGEN works it: day 1 was a Monday, so the
008900 *> remainder by 7 runs 1=Monday to 6=Saturday, 0 = Sunday.
009000 *> -------------------------------------------------------
009100 77  WS-WORK-INT                PICTURE 9(07) COMP VALUE 0.
009200 77  WS-LAST-INT                PICTURE 9(07) COMP VALUE 0.
009300 77  WS-WORK-DOW                PICTURE 9(01) VALUE 0.
009400 77  WS-MONTH-START             PICTURE 9(08) VALUE 0.
009500 77  WS-MONTH-END               PICTURE 9(08) VALUE 0.
009600 77  WS-NEXT-MONTH              PICTURE 9(08) VALUE 0.
009700 01  WS-WORK-DATE               PICTURE 9(08) VALUE 0.
009800 01  WS-WORK-SPLIT REDEFINES WS-WORK-DATE.
009900     02 WD-YEAR                 PICTURE 9(04).
010000     02 WD-MONTH                PICTURE 9(02).
010100     02 WD-DAY                  PICTURE 9(02).
010200 01  WS-SPAN-START              PICTURE 9(08) VALUE 0.
010300 01  WS-SPAN-END                PICTURE 9(08) VALUE 0.
010400 *> -------------------------------------------------------
010500 *> counts for one G, P or L action.
010600 *> -------------------------------------------------------
010700 77  WS-DAYS-ADDED              PICTURE 9(05) COMP VALUE 0.
010800 77  WS-DAYS-ON-FILE            PICTURE 9(05) COMP VALUE 0.
010900 77  WS-DAYS-RESTAMPED          PICTURE 9(05) COMP VALUE 0.
011000 77  WS-DAYS-MISSING            PICTURE 9(05) COMP VALUE 0.
011100 77  WS-BUSINESS-COUNT          PICTURE 9(05) COMP VALUE 0.
011200 77  WS-HOLIDAY-COUNT           PICTURE 9(05) COMP VALUE 0.
011300 77  WS-PERIOD-COUNT            PICTURE 9(05) COMP VALUE 0.
011400 *> -------------------------------------------------------
011500 *> the signed-on operator, the sign-on security log, and
011600 *> the change journal every maintenance action lands on.
011700 *> -------------------------------------------------------
011800 77  WS-OPERATOR-ID             PICTURE X(08) VALUE SPACES.
011900 77  WS-OPER-FILE-STATUS        PICTURE X(02) VALUE '00'.
012000     88 OPER-FILE-NOT-FOUND                   VALUE '35'.
012100 77  WS-OPER-AUTH-SW            PICTURE X(01) VALUE 'N'.
012200     88 OPERATOR-AUTHORIZED                   VALUE 'Y'.
012300 77  WS-SEC-FILE-STATUS         PICTURE X(02) VALUE '00'.
012400     88 SEC-FILE-OK                      VALUE '00' '05'.
012500 77  WS-SEC-REASON              PICTURE X(02) VALUE 'NF'.
012500 COPY ALRTPARM.
012600 77  WS-JRNL-FILE-STATUS        PICTURE X(02) VALUE '00'.
012700     88 JRNL-FILE-OK                     VALUE '00' '05'.
012800 77  WS-JRNL-ACTION             PICTURE X(01) VALUE SPACE.
012900 77  WS-JRNL-KEY                PICTURE X(16) VALUE SPACES.
013000 77  WS-BEFORE-IMAGE            PICTURE X(100) VALUE SPACES.
013100 77  WS-AFTER-IMAGE             PICTURE X(100) VALUE SPACES.
013200 *> the summary a whole-span action journals in place of a
013300 *> record image.
013400 01  WS-SPAN-SUMMARY.
013500     02 SS-ACTION-TEXT          PICTURE X(20).
013600     02 SS-SPAN-START           PICTURE 9(08).
013700     02 FILLER                  PICTURE X(04) VALUE ' TO '.
013800     02 SS-SPAN-END             PICTURE 9(08).
013900     02 FILLER                  PICTURE X(09) VALUE '  FILED: '.
014000     02 SS-DAYS-FILED           PICTURE ZZZZ9.
014100     02 FILLER                  PICTURE X(16) VALUE
014200        '  LEFT/MISSING: '.
014300     02 SS-DAYS-OTHER           PICTURE ZZZZ9.
014400     02 FILLER                  PICTURE X(25) VALUE SPACES.
014500 01  WS-PERIOD-KEY.
014600     02 FILLER                  PICTURE X(02) VALUE 'FY'.
014700     02 PK-FISCAL-YEAR          PICTURE 9(04).
014800     02 FILLER                  PICTURE X(01) VALUE '-'.
014900     02 PK-FISCAL-PERIOD        PICTURE 9(02).
015000 *> -------------------------------------------------------
015100 *> prompts and report lines
015200 *> -------------------------------------------------------
015300 01  FUNCTION-PROMPT.
015400     02 FILLER PICTURE X(46) VALUE
015500        ' ENTER FUNCTION - G GENERATE YEAR, H HOLIDAY, '.
015600     02 FILLER PICTURE X(47) VALUE
015700        'B BUSINESS DAY, P FISCAL PERIOD, L LIST, X EXIT'.
015800 01  OPERATOR-PROMPT.
015900     02 FILLER PICTURE X(29) VALUE
016000        ' ENTER YOUR OPERATOR ID:     '.
016100 01  OPER-REJECT-MESS.
016200     02 FILLER PICTURE X(40) VALUE
016300        ' OPERATOR NOT AUTHORIZED - RUN ENDS HERE'.
016400 01  YEAR-PROMPT.
016500     02 FILLER PICTURE X(29) VALUE
016600        ' ENTER CALENDAR YEAR (YYYY): '.
016700 01  DATE-PROMPT.
016800     02 FILLER PICTURE X(29) VALUE
016900        ' ENTER DATE (YYYYMMDD):      '.
017000 01  DESC-PROMPT.
017100     02 FILLER PICTURE X(29) VALUE
017200        ' ENTER HOLIDAY NAME:         '.
017300 01  FISCAL-YEAR-PROMPT.
017400     02 FILLER PICTURE X(29) VALUE
017500        ' ENTER FISCAL YEAR (YYYY):   '.
017600 01  FISCAL-PERIOD-PROMPT.
017700     02 FILLER PICTURE X(29) VALUE
017800        ' ENTER FISCAL PERIOD (01-13):'.
017900 01  START-PROMPT.
018000     02 FILLER PICTURE X(40) VALUE
018100        ' ENTER PERIOD FIRST DATE (YYYYMMDD):    '.
018200 01  END-PROMPT.
018300     02 FILLER PICTURE X(40) VALUE
018400        ' ENTER PERIOD LAST DATE (YYYYMMDD):     '.
018500 01  BAD-FUNCTION-MESS.
018600     02 FILLER PICTURE X(48) VALUE
018700        ' FUNCTION NOT G, H, B, P, L, OR X - TRY AGAIN   '.
018800 01  BAD-ENTRY-MESS.
018900     02 FILLER PICTURE X(40) VALUE
019000        ' ENTRY NOT VALID - NOTHING FILED.       '.
019100 01  NOT-FOUND-MESS.
019200     02 FILLER PICTURE X(52) VALUE
019300        ' DATE NOT ON CALENDAR - GENERATE ITS YEAR FIRST (G).'.
019400 01  HOLIDAY-MESS.
019500     02 FILLER PICTURE X(20) VALUE ' HOLIDAY FILED.     '.
019600 01  BUSINESS-MESS.
019700     02 FILLER PICTURE X(26) VALUE ' BUSINESS DAY FILED.      '.
019800 01  GENERATED-MESS.
019900     02 FILLER PICTURE X(20) VALUE ' YEAR GENERATED -   '.
020000     02 GM-ADDED             PICTURE ZZZ9.
020100     02 FILLER PICTURE X(25) VALUE ' DAYS ADDED,             '.
020200     02 GM-ON-FILE           PICTURE ZZZ9.
020300     02 FILLER PICTURE X(20) VALUE ' ALREADY ON FILE.   '.
020400 01  PERIOD-MESS.
020500     02 FILLER PICTURE X(20) VALUE ' PERIOD FILED -     '.
020600     02 PM-RESTAMPED         PICTURE ZZZ9.
020700     02 FILLER PICTURE X(20) VALUE ' DAYS RESTAMPED,    '.
020800     02 PM-MISSING           PICTURE ZZZ9.
020900     02 FILLER PICTURE X(20) VALUE ' NOT ON CALENDAR.   '.
021000 01  QUIT.
021100     02 FILLER PICTURE X(38) VALUE
021200        ' EXITING THE PROGRAM. HAVE A GOOD DAY!'.
021300 01  LIST-HEADER-LINE.
021400     02 FILLER PICTURE X(01) VALUE SPACE.
021500     02 FILLER PICTURE X(08) VALUE 'DATE    '.
021600     02 FILLER PICTURE X(06) VALUE '  DOW '.
021700     02 FILLER PICTURE X(06) VALUE 'TYPE  '.
021800     02 FILLER PICTURE X(27) VALUE 'DESCRIPTION'.
021900     02 FILLER PICTURE X(09) VALUE 'FY   PER '.
022000     02 FILLER PICTURE X(18) VALUE 'PERIOD START/END'.
022100 01  LIST-UNDER-LINE.
022200     02 FILLER PICTURE X(44) VALUE
022300        ' -------- ---  ---- ------------------------'.
022400     02 FILLER PICTURE X(36) VALUE
022500        '-  ---- ---  -------- --------      '.
022600 01  LIST-DETAIL-LINE.
022700     02 FILLER PICTURE X(01) VALUE SPACE.
022800     02 LD-CAL-DATE           PICTURE 9(08).
022900     02 FILLER PICTURE X(03) VALUE SPACES.
023000     02 LD-WEEKDAY            PICTURE 9(01).
023100     02 FILLER PICTURE X(04) VALUE SPACES.
023200     02 LD-DAY-TYPE           PICTURE X(01).
023300     02 FILLER PICTURE X(02) VALUE SPACES.
023400     02 LD-DESCRIPTION        PICTURE X(25).
023500     02 FILLER PICTURE X(02) VALUE SPACES.
023600     02 LD-FISCAL-YEAR        PICTURE 9(04).
023700     02 FILLER PICTURE X(02) VALUE SPACES.
023800     02 LD-FISCAL-PERIOD      PICTURE 9(02).
023900     02 FILLER PICTURE X(02) VALUE SPACES.
024000     02 LD-PERIOD-START       PICTURE 9(08).
024100     02 FILLER PICTURE X(01) VALUE SPACE.
024200     02 LD-PERIOD-END         PICTURE 9(08).
024300 01  LIST-COUNT-LINE.
024400     02 FILLER PICTURE X(16) VALUE ' BUSINESS DAYS: '.
024500     02 LC-BUSINESS           PICTURE ZZ9.
024600     02 FILLER PICTURE X(13) VALUE '   HOLIDAYS: '.
024700     02 LC-HOLIDAYS           PICTURE ZZ9.
024800     02 FILLER PICTURE X(18) VALUE '   FISCAL PERIODS:'.
024900     02 LC-PERIODS            PICTURE ZZ9.
025000
025100 PROCEDURE DIVISION.
025200 0000-MAINLINE.
025300     OPEN OUTPUT STANDARD-OUTPUT.
025400     PERFORM 0600-SIGN-ON-OPERATOR THRU 0600-EXIT.
025500     PERFORM 0500-OPEN-CAL-FILE THRU 0500-EXIT.
025600     PERFORM 0700-OPEN-JOURNAL THRU 0700-EXIT.
025700     PERFORM 1000-GET-FUNCTION THRU 1000-EXIT
025800         UNTIL EXIT-REQUESTED.
025900     WRITE OUT-LINE FROM QUIT AFTER ADVANCING 1 LINE.
026000     CLOSE CALENDAR-MASTER.
026100     CLOSE CHANGE-JOURNAL.
026200     CLOSE STANDARD-OUTPUT.
026300     STOP RUN.
026400
026500 *> -------------------------------------------------------
026600 *> 0500-OPEN-CAL-FILE - CALMAST is an indexed master like
026700 *> DEPTMAST; the first run creates it with OPEN OUTPUT,
026800 *> every run after that opens it I-O.
026900 *> -------------------------------------------------------
027000 0500-OPEN-CAL-FILE.
027100     OPEN I-O CALENDAR-MASTER.
027200     IF CAL-FILE-NOT-FOUND
027300         OPEN OUTPUT CALENDAR-MASTER
027400         CLOSE CALENDAR-MASTER
027500         OPEN I-O CALENDAR-MASTER
027600     END-IF.
027700 0500-EXIT.
027800     EXIT.
027900
028000 *> -------------------------------------------------------
028100 *> 0600-SIGN-ON-OPERATOR - nobody maintains a master without
028200 *> saying who they are: the keyed ID must be on OPERMAST and
028300 *> active, or the run ends before anything is touched.
028400 *> Every attempt lands on the security log, and the
028500 *> accepted ID stamps every change-journal row this sitting
028600 *> writes.
028700 *> -------------------------------------------------------
028800 0600-SIGN-ON-OPERATOR.
028900     WRITE OUT-LINE FROM OPERATOR-PROMPT AFTER ADVANCING 1 LINE.
029000     ACCEPT WS-OPERATOR-ID.
029100     MOVE 'N' TO WS-OPER-AUTH-SW.
029200     MOVE 'NF' TO WS-SEC-REASON.
029300     OPEN INPUT OPERATOR-MASTER.
029400     IF NOT OPER-FILE-NOT-FOUND
029500         MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
029600         READ OPERATOR-MASTER
029700             INVALID KEY
029800                 CONTINUE
029900             NOT INVALID KEY
030000                 IF OM-ACTIVE
030100                     SET OPERATOR-AUTHORIZED TO TRUE
030200                     MOVE 'OK' TO WS-SEC-REASON
030300                 ELSE
030400                     MOVE 'IN' TO WS-SEC-REASON
030500                 END-IF
030600         END-READ
030700         CLOSE OPERATOR-MASTER
030800     ELSE
030900         MOVE 'NM' TO WS-SEC-REASON
031000     END-IF.
031100     PERFORM 0660-LOG-SIGNON-ATTEMPT THRU 0660-EXIT.
031200     IF NOT OPERATOR-AUTHORIZED
031300         WRITE OUT-LINE FROM OPER-REJECT-MESS
031400             AFTER ADVANCING 1 LINE
031500         CLOSE STANDARD-OUTPUT
031600         STOP RUN
031700     END-IF.
031800 0600-EXIT.
031900     EXIT.
032000
032100 *> -------------------------------------------------------
032200 *> 0660-LOG-SIGNON-ATTEMPT - one security-log row per
032300 *> sign-on attempt, accepted or rejected, with the ID
032400 *> exactly as keyed.
032500 *> -------------------------------------------------------
032600 0660-LOG-SIGNON-ATTEMPT.
032700     OPEN EXTEND SECURITY-LOG.
032800     IF NOT SEC-FILE-OK
032900         DISPLAY 'UNABLE TO OPEN SECLOG, STATUS '
033000             WS-SEC-FILE-STATUS
033100         MOVE 16 TO RETURN-CODE
033200         STOP RUN
033300     END-IF.
033400     ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD.
033500     ACCEPT SC-RUN-TIME FROM TIME.
033600     MOVE 'SQRTCAL' TO SC-PROGRAM-NAME.
033700     MOVE WS-OPERATOR-ID TO SC-OPERATOR-ID.
033800     IF OPERATOR-AUTHORIZED
033900         SET SC-ACCEPTED TO TRUE
034000     ELSE
034100         SET SC-REJECTED TO TRUE
034200     END-IF.
034300     MOVE WS-SEC-REASON TO SC-REASON.
034400     MOVE SPACES TO SC-FILLER.
034500     WRITE SECURITY-LOG-RECORD.
034600     CLOSE SECURITY-LOG.
034600     IF NOT OPERATOR-AUTHORIZED
034600         PERFORM 0670-ALERT-SIGNON-REJECT THRU 0670-EXIT
034600     END-IF.
034700 0660-EXIT.
034800     EXIT.
034800
034800 *> -------------------------------------------------------
034800 *> 0670-ALERT-SIGNON-REJECT - the refusal goes to the alert
034800 *> feed, which raises an alert when the ID keeps failing.
034800 *> -------------------------------------------------------
034800 0670-ALERT-SIGNON-REJECT.
034800     MOVE SPACES TO ALERT-PARAMETERS.
034800     SET AP-SIGNON-REJECTED TO TRUE.
034800     MOVE 'SQRTCAL' TO AP-PROGRAM-NAME.
034800     MOVE 0 TO AP-RUN-ID.
034800     MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID.
034800     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
034800 0670-EXIT.
034800     EXIT.
034900
035000 *> -------------------------------------------------------
035100 *> 0700-OPEN-JOURNAL - the change journal is appended to for
035200 *> the whole sitting; a journal that will not open ends the
035300 *> run before anything can change unrecorded.
035400 *> -------------------------------------------------------
035500 0700-OPEN-JOURNAL.
035600     OPEN EXTEND CHANGE-JOURNAL.
035700     IF NOT JRNL-FILE-OK
035800         DISPLAY 'UNABLE TO OPEN CHGJRNL, STATUS '
035900             WS-JRNL-FILE-STATUS
036000         MOVE 16 TO RETURN-CODE
036100         STOP RUN
036200     END-IF.
036300 0700-EXIT.
036400     EXIT.
036500
036600 1000-GET-FUNCTION.
036700     WRITE OUT-LINE FROM FUNCTION-PROMPT AFTER ADVANCING 1 LINE.
036800     ACCEPT WS-FUNCTION-ENTRY.
036900     IF WS-FUNCTION-ENTRY = 'G'
037000         PERFORM 2000-GENERATE-YEAR THRU 2000-EXIT
037100     ELSE
037200         IF WS-FUNCTION-ENTRY = 'H'
037300             PERFORM 2200-FILE-HOLIDAY THRU 2200-EXIT
037400         ELSE
037500             IF WS-FUNCTION-ENTRY = 'B'
037600                 PERFORM 2300-FILE-BUSINESS-DAY THRU 2300-EXIT
037700             ELSE
037800                 IF WS-FUNCTION-ENTRY = 'P'
037900                     PERFORM 2400-FILE-PERIOD THRU 2400-EXIT
038000                 ELSE
038100                     IF WS-FUNCTION-ENTRY = 'L'
038200                         PERFORM 3000-LIST-YEAR THRU 3000-EXIT
038300                     ELSE
038400                         IF WS-FUNCTION-ENTRY = 'X'
038500                             SET EXIT-REQUESTED TO TRUE
038600                         ELSE
038700                             WRITE OUT-LINE FROM BAD-FUNCTION-MESS
038800                                 AFTER ADVANCING 1 LINE
038900                         END-IF
039000                     END-IF
039100                 END-IF
039200             END-IF
039300         END-IF
039400     END-IF.
039500 1000-EXIT.
039600     EXIT.
039700
039800 *> -------------------------------------------------------
039900 *> 2000-GENERATE-YEAR - one row for every date of the year
040000 *> not already on file.  Rows already there keep whatever
040100 *> holiday or period stamp they carry.
040200 *> -------------------------------------------------------
040300 2000-GENERATE-YEAR.
040400     WRITE OUT-LINE FROM YEAR-PROMPT AFTER ADVANCING 1 LINE.
040500     MOVE SPACES TO WS-YEAR-ENTRY.
040600     ACCEPT WS-YEAR-ENTRY.
040700     IF WS-YEAR-ENTRY-NUM NOT NUMERIC
040800         OR WS-YEAR-ENTRY-NUM < 1601
040900         WRITE OUT-LINE FROM BAD-ENTRY-MESS AFTER ADVANCING 1 LINE
041000         GO TO 2000-EXIT
041100     END-IF.
041200     MOVE 0 TO WS-DAYS-ADDED.
041300     MOVE 0 TO WS-DAYS-ON-FILE.
041400     COMPUTE WS-SPAN-START = WS-YEAR-ENTRY-NUM * 10000 + 0101.
041500     COMPUTE WS-SPAN-END = WS-YEAR-ENTRY-NUM * 10000 + 1231.
041600     COMPUTE WS-WORK-INT =
041700         FUNCTION INTEGER-OF-DATE(WS-SPAN-START).
041800     COMPUTE WS-LAST-INT =
041900         FUNCTION INTEGER-OF-DATE(WS-SPAN-END).
042000     PERFORM 2100-GENERATE-ONE-DAY THRU 2100-EXIT
042100         UNTIL WS-WORK-INT > WS-LAST-INT.
042200     MOVE WS-DAYS-ADDED TO GM-ADDED.
042300     MOVE WS-DAYS-ON-FILE TO GM-ON-FILE.
042400     WRITE OUT-LINE FROM GENERATED-MESS AFTER ADVANCING 1 LINE.
042500     MOVE 'YEAR GENERATED' TO SS-ACTION-TEXT.
042600     MOVE WS-DAYS-ADDED TO SS-DAYS-FILED.
042700     MOVE WS-DAYS-ON-FILE TO SS-DAYS-OTHER.
042800     MOVE WS-YEAR-ENTRY TO WS-JRNL-KEY.
042900     MOVE 'A' TO WS-JRNL-ACTION.
043000     PERFORM 8100-JOURNAL-SPAN THRU 8100-EXIT.
043100 2000-EXIT.
043200     EXIT.
043300
043400 2100-GENERATE-ONE-DAY.
043500     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
043600     COMPUTE WS-WORK-DOW = FUNCTION MOD(WS-WORK-INT, 7).
043700     IF WS-WORK-DOW = 0
043800         MOVE 7 TO WS-WORK-DOW
043900     END-IF.
044000     PERFORM 2150-SETTLE-MONTH-SPAN THRU 2150-EXIT.
044100     MOVE SPACES TO CALENDAR-RECORD.
044200     MOVE WS-WORK-DATE TO CL-CAL-DATE.
044300     IF WS-WORK-DOW > 5
044400         MOVE 'W' TO CL-DAY-TYPE
044500     ELSE
044600         MOVE 'B' TO CL-DAY-TYPE
044700     END-IF.
044800     MOVE WS-WORK-DOW TO CL-WEEKDAY.
044900     MOVE WD-YEAR TO CL-FISCAL-YEAR.
045000     MOVE WD-MONTH TO CL-FISCAL-PERIOD.
045100     MOVE WS-MONTH-START TO CL-PERIOD-START.
045200     MOVE WS-MONTH-END TO CL-PERIOD-END.
045300     WRITE CALENDAR-RECORD
045400         INVALID KEY
045500             ADD 1 TO WS-DAYS-ON-FILE
045600         NOT INVALID KEY
045700             ADD 1 TO WS-DAYS-ADDED
045800     END-WRITE.
045900     ADD 1 TO WS-WORK-INT.
046000 2100-EXIT.
046100     EXIT.
046200
046300 *> -------------------------------------------------------
046400 *> 2150-SETTLE-MONTH-SPAN - the first and last dates of the
046500 *> month WS-WORK-DATE falls in; the last is the day before
046600 *> the first of the next month.
046700 *> -------------------------------------------------------
046800 2150-SETTLE-MONTH-SPAN.
046900     COMPUTE WS-MONTH-START =
046950         WD-YEAR * 10000 + WD-MONTH * 100 + 1.
047000     IF WD-MONTH = 12
047100         COMPUTE WS-NEXT-MONTH = (WD-YEAR + 1) * 10000 + 0101
047200     ELSE
047300         COMPUTE WS-NEXT-MONTH =
047400             WD-YEAR * 10000 + (WD-MONTH + 1) * 100 + 1
047500     END-IF.
047600     COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER
047700         (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1).
047800 2150-EXIT.
047900     EXIT.
048000
048100 *> -------------------------------------------------------
048200 *> 2200-FILE-HOLIDAY - a plant holiday over a date already
048300 *> on the calendar, with its name for the listings.
048400 *> -------------------------------------------------------
048500 2200-FILE-HOLIDAY.
048600     PERFORM 2500-READ-ENTERED-DATE THRU 2500-EXIT.
048700     IF ENTRY-BAD
048800         GO TO 2200-EXIT
048900     END-IF.
049000     WRITE OUT-LINE FROM DESC-PROMPT AFTER ADVANCING 1 LINE.
049100     MOVE SPACES TO WS-DESC-ENTRY.
049200     ACCEPT WS-DESC-ENTRY.
049300     MOVE CALENDAR-RECORD TO WS-BEFORE-IMAGE.
049400     MOVE 'H' TO CL-DAY-TYPE.
049500     MOVE WS-DESC-ENTRY TO CL-DESCRIPTION.
049600     REWRITE CALENDAR-RECORD
049700         INVALID KEY
049800             WRITE OUT-LINE FROM NOT-FOUND-MESS
049900                 AFTER ADVANCING 1 LINE
050000             END-WRITE
050100         NOT INVALID KEY
050200             WRITE OUT-LINE FROM HOLIDAY-MESS
050300                 AFTER ADVANCING 1 LINE
050400             END-WRITE
050500             MOVE 'C' TO WS-JRNL-ACTION
050600             PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
050700     END-REWRITE.
050800 2200-EXIT.
050900     EXIT.
051000
051100 *> -------------------------------------------------------
051200 *> 2300-FILE-BUSINESS-DAY - a date made a working day: a
051300 *> holiday withdrawn, or a weekend day the plant works.
051400 *> -------------------------------------------------------
051500 2300-FILE-BUSINESS-DAY.
051600     PERFORM 2500-READ-ENTERED-DATE THRU 2500-EXIT.
051700     IF ENTRY-BAD
051800         GO TO 2300-EXIT
051900     END-IF.
052000     MOVE CALENDAR-RECORD TO WS-BEFORE-IMAGE.
052100     MOVE 'B' TO CL-DAY-TYPE.
052200     MOVE SPACES TO CL-DESCRIPTION.
052300     REWRITE CALENDAR-RECORD
052400         INVALID KEY
052500             WRITE OUT-LINE FROM NOT-FOUND-MESS
052600                 AFTER ADVANCING 1 LINE
052700             END-WRITE
052800         NOT INVALID KEY
052900             WRITE OUT-LINE FROM BUSINESS-MESS
053000                 AFTER ADVANCING 1 LINE
053100             END-WRITE
053200             MOVE 'C' TO WS-JRNL-ACTION
053300             PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
053400     END-REWRITE.
053500 2300-EXIT.
053600     EXIT.
053700
053800 *> -------------------------------------------------------
053900 *> 2400-FILE-PERIOD - restamps every date from the first to
054000 *> the last entered as one fiscal period, with those two
054100 *> dates as its boundaries.  Both ends must be on the
054200 *> calendar; a date missing in between is counted and
054300 *> reported, not invented.
054400 *> -------------------------------------------------------
054500 2400-FILE-PERIOD.
054600     MOVE 'N' TO WS-ENTRY-BAD-SW.
054700     WRITE OUT-LINE FROM FISCAL-YEAR-PROMPT
054750         AFTER ADVANCING 1 LINE.
054800     MOVE SPACES TO WS-YEAR-ENTRY.
054900     ACCEPT WS-YEAR-ENTRY.
055000     WRITE OUT-LINE FROM FISCAL-PERIOD-PROMPT
055100         AFTER ADVANCING 1 LINE.
055200     MOVE SPACES TO WS-PERIOD-ENTRY.
055300     ACCEPT WS-PERIOD-ENTRY.
055400     WRITE OUT-LINE FROM START-PROMPT AFTER ADVANCING 1 LINE.
055500     MOVE SPACES TO WS-DATE-ENTRY.
055600     ACCEPT WS-DATE-ENTRY.
055700     WRITE OUT-LINE FROM END-PROMPT AFTER ADVANCING 1 LINE.
055800     MOVE SPACES TO WS-END-ENTRY.
055900     ACCEPT WS-END-ENTRY.
056000     IF WS-YEAR-ENTRY-NUM NOT NUMERIC
056100         OR WS-PERIOD-ENTRY-NUM NOT NUMERIC
056200         OR WS-DATE-ENTRY-NUM NOT NUMERIC
056300         OR WS-END-ENTRY-NUM NOT NUMERIC
056400         SET ENTRY-BAD TO TRUE
056500     ELSE
056600         IF WS-PERIOD-ENTRY-NUM = 0 OR WS-PERIOD-ENTRY-NUM > 13
056700             OR WS-END-ENTRY-NUM < WS-DATE-ENTRY-NUM
056800             SET ENTRY-BAD TO TRUE
056900         END-IF
057000     END-IF.
057100     IF NOT ENTRY-BAD
057200         MOVE WS-END-ENTRY-NUM TO CL-CAL-DATE
057300         READ CALENDAR-MASTER
057400             INVALID KEY
057500                 SET ENTRY-BAD TO TRUE
057600         END-READ
057700         MOVE WS-DATE-ENTRY-NUM TO CL-CAL-DATE
057800         READ CALENDAR-MASTER
057900             INVALID KEY
058000                 SET ENTRY-BAD TO TRUE
058100         END-READ
058200     END-IF.
058300     IF ENTRY-BAD
058400         WRITE OUT-LINE FROM BAD-ENTRY-MESS AFTER ADVANCING 1 LINE
058500         GO TO 2400-EXIT
058600     END-IF.
058700     MOVE 0 TO WS-DAYS-RESTAMPED.
058800     MOVE 0 TO WS-DAYS-MISSING.
058900     MOVE WS-DATE-ENTRY-NUM TO WS-SPAN-START.
059000     MOVE WS-END-ENTRY-NUM TO WS-SPAN-END.
059100     COMPUTE WS-WORK-INT =
059200         FUNCTION INTEGER-OF-DATE(WS-SPAN-START).
059300     COMPUTE WS-LAST-INT =
059400         FUNCTION INTEGER-OF-DATE(WS-SPAN-END).
059500     PERFORM 2410-RESTAMP-ONE-DAY THRU 2410-EXIT
059600         UNTIL WS-WORK-INT > WS-LAST-INT.
059700     MOVE WS-DAYS-RESTAMPED TO PM-RESTAMPED.
059800     MOVE WS-DAYS-MISSING TO PM-MISSING.
059900     WRITE OUT-LINE FROM PERIOD-MESS AFTER ADVANCING 1 LINE.
060000     MOVE 'PERIOD RESTAMPED' TO SS-ACTION-TEXT.
060100     MOVE WS-DAYS-RESTAMPED TO SS-DAYS-FILED.
060200     MOVE WS-DAYS-MISSING TO SS-DAYS-OTHER.
060300     MOVE WS-YEAR-ENTRY-NUM TO PK-FISCAL-YEAR.
060400     MOVE WS-PERIOD-ENTRY-NUM TO PK-FISCAL-PERIOD.
060500     MOVE WS-PERIOD-KEY TO WS-JRNL-KEY.
060600     MOVE 'C' TO WS-JRNL-ACTION.
060700     PERFORM 8100-JOURNAL-SPAN THRU 8100-EXIT.
060800 2400-EXIT.
060900     EXIT.
061000
061100 2410-RESTAMP-ONE-DAY.
061200     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
061300     MOVE WS-WORK-DATE TO CL-CAL-DATE.
061400     READ CALENDAR-MASTER
061500         INVALID KEY
061600             ADD 1 TO WS-DAYS-MISSING
061700         NOT INVALID KEY
061800             MOVE WS-YEAR-ENTRY-NUM TO CL-FISCAL-YEAR
061900             MOVE WS-PERIOD-ENTRY-NUM TO CL-FISCAL-PERIOD
062000             MOVE WS-SPAN-START TO CL-PERIOD-START
062100             MOVE WS-SPAN-END TO CL-PERIOD-END
062200             REWRITE CALENDAR-RECORD
062300                 INVALID KEY
062400                     ADD 1 TO WS-DAYS-MISSING
062500                 NOT INVALID KEY
062600                     ADD 1 TO WS-DAYS-RESTAMPED
062700             END-REWRITE
062800     END-READ.
062900     ADD 1 TO WS-WORK-INT.
063000 2410-EXIT.
063100     EXIT.
063200
063300 *> -------------------------------------------------------
063400 *> 2500-READ-ENTERED-DATE - prompts for a date and reads its
063500 *> row; a non-numeric entry or a date not on the calendar
063600 *> sets ENTRY-BAD with the message already shown.
063700 *> -------------------------------------------------------
063800 2500-READ-ENTERED-DATE.
063900     MOVE 'N' TO WS-ENTRY-BAD-SW.
064000     WRITE OUT-LINE FROM DATE-PROMPT AFTER ADVANCING 1 LINE.
064100     MOVE SPACES TO WS-DATE-ENTRY.
064200     ACCEPT WS-DATE-ENTRY.
064300     IF WS-DATE-ENTRY-NUM NOT NUMERIC
064400         SET ENTRY-BAD TO TRUE
064500         WRITE OUT-LINE FROM BAD-ENTRY-MESS AFTER ADVANCING 1 LINE
064600         GO TO 2500-EXIT
064700     END-IF.
064800     MOVE WS-DATE-ENTRY-NUM TO CL-CAL-DATE.
064900     READ CALENDAR-MASTER
065000         INVALID KEY
065100             SET ENTRY-BAD TO TRUE
065200             WRITE OUT-LINE FROM NOT-FOUND-MESS
065300                 AFTER ADVANCING 1 LINE
065400     END-READ.
065500 2500-EXIT.
065600     EXIT.
065700
065800 *> -------------------------------------------------------
065900 *> 3000-LIST-YEAR - the rows of one calendar year worth
066000 *> seeing: every holiday, every weekend day worked, and the
066100 *> first day of each fiscal period with its boundaries,
066200 *> then the year's counts.
066300 *> -------------------------------------------------------
066400 3000-LIST-YEAR.
066500     WRITE OUT-LINE FROM YEAR-PROMPT AFTER ADVANCING 1 LINE.
066600     MOVE SPACES TO WS-YEAR-ENTRY.
066700     ACCEPT WS-YEAR-ENTRY.
066800     IF WS-YEAR-ENTRY-NUM NOT NUMERIC
066900         WRITE OUT-LINE FROM BAD-ENTRY-MESS AFTER ADVANCING 1 LINE
067000         GO TO 3000-EXIT
067100     END-IF.
067200     MOVE 'N' TO WS-EOF-SW.
067300     MOVE 0 TO WS-BUSINESS-COUNT.
067400     MOVE 0 TO WS-HOLIDAY-COUNT.
067500     MOVE 0 TO WS-PERIOD-COUNT.
067600     COMPUTE WS-SPAN-END = WS-YEAR-ENTRY-NUM * 10000 + 1231.
067700     WRITE OUT-LINE FROM LIST-HEADER-LINE AFTER ADVANCING 1 LINE.
067800     WRITE OUT-LINE FROM LIST-UNDER-LINE AFTER ADVANCING 1 LINE.
067900     COMPUTE CL-CAL-DATE = WS-YEAR-ENTRY-NUM * 10000 + 0101.
068000     START CALENDAR-MASTER KEY NOT LESS THAN CL-CAL-DATE
068100         INVALID KEY
068200             MOVE 'Y' TO WS-EOF-SW
068300     END-START.
068400     PERFORM 3100-LIST-ONE-DAY THRU 3100-EXIT
068500         UNTIL END-OF-CALENDAR.
068600     MOVE WS-BUSINESS-COUNT TO LC-BUSINESS.
068700     MOVE WS-HOLIDAY-COUNT TO LC-HOLIDAYS.
068800     MOVE WS-PERIOD-COUNT TO LC-PERIODS.
068900     WRITE OUT-LINE FROM LIST-COUNT-LINE AFTER ADVANCING 1 LINE.
069000 3000-EXIT.
069100     EXIT.
069200
069300 3100-LIST-ONE-DAY.
069400     READ CALENDAR-MASTER NEXT RECORD
069500         AT END
069600             MOVE 'Y' TO WS-EOF-SW
069700             GO TO 3100-EXIT
069800     END-READ.
069900     IF CL-CAL-DATE > WS-SPAN-END
070000         MOVE 'Y' TO WS-EOF-SW
070100         GO TO 3100-EXIT
070200     END-IF.
070300     IF CL-BUSINESS-DAY
070400         ADD 1 TO WS-BUSINESS-COUNT
070500     END-IF.
070600     IF CL-HOLIDAY
070700         ADD 1 TO WS-HOLIDAY-COUNT
070800     END-IF.
070900     IF CL-CAL-DATE = CL-PERIOD-START
071000         ADD 1 TO WS-PERIOD-COUNT
071100     END-IF.
071200     IF CL-HOLIDAY
071300         OR (CL-BUSINESS-DAY AND CL-WEEKDAY > 5)
071400         OR CL-CAL-DATE = CL-PERIOD-START
071500         MOVE CL-CAL-DATE TO LD-CAL-DATE
071600         MOVE CL-WEEKDAY TO LD-WEEKDAY
071700         MOVE CL-DAY-TYPE TO LD-DAY-TYPE
071800         MOVE CL-DESCRIPTION TO LD-DESCRIPTION
071900         MOVE CL-FISCAL-YEAR TO LD-FISCAL-YEAR
072000         MOVE CL-FISCAL-PERIOD TO LD-FISCAL-PERIOD
072100         MOVE CL-PERIOD-START TO LD-PERIOD-START
072200         MOVE CL-PERIOD-END TO LD-PERIOD-END
072300         WRITE OUT-LINE FROM LIST-DETAIL-LINE
072400             AFTER ADVANCING 1 LINE
072500     END-IF.
072600 3100-EXIT.
072700     EXIT.
072800
072900 *> -------------------------------------------------------
073000 *> 8000-WRITE-JOURNAL - one change-journal row for a single
073100 *> date just filed: who, when, which date, and the row
073200 *> before (saved by the caller) and after.
073300 *> -------------------------------------------------------
073400 8000-WRITE-JOURNAL.
073500     MOVE CL-CAL-DATE TO WS-JRNL-KEY.
073600     MOVE CALENDAR-RECORD TO WS-AFTER-IMAGE.
073700     PERFORM 8200-PUT-JOURNAL-ROW THRU 8200-EXIT.
073800 8000-EXIT.
073900     EXIT.
074000
074100 *> -------------------------------------------------------
074200 *> 8100-JOURNAL-SPAN - a G or P touches up to a year of
074300 *> rows; it journals one row keyed by the year or fiscal
074400 *> period, with the span and its counts as the after image.
074500 *> -------------------------------------------------------
074600 8100-JOURNAL-SPAN.
074700     MOVE WS-SPAN-START TO SS-SPAN-START.
074800     MOVE WS-SPAN-END TO SS-SPAN-END.
074900     MOVE SPACES TO WS-BEFORE-IMAGE.
075000     MOVE WS-SPAN-SUMMARY TO WS-AFTER-IMAGE.
075100     PERFORM 8200-PUT-JOURNAL-ROW THRU 8200-EXIT.
075200 8100-EXIT.
075300     EXIT.
075400
075500 8200-PUT-JOURNAL-ROW.
075600     ACCEPT CJ-JRNL-DATE FROM DATE YYYYMMDD.
075700     ACCEPT CJ-JRNL-TIME FROM TIME.
075800     MOVE 'SQRTCAL' TO CJ-PROGRAM-NAME.
075900     MOVE WS-OPERATOR-ID TO CJ-OPERATOR-ID.
076000     MOVE 'CALMAST' TO CJ-FILE-NAME.
076100     MOVE WS-JRNL-KEY TO CJ-RECORD-KEY.
076200     MOVE WS-JRNL-ACTION TO CJ-ACTION.
076300     MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
076400     MOVE WS-AFTER-IMAGE TO CJ-AFTER-IMAGE.
076500     MOVE SPACES TO CJ-FILLER.
076600     WRITE CHANGE-JOURNAL-RECORD.
076700 8200-EXIT.
076800     EXIT.
