000100 *> ---------------------------------------------------------
000200 *> SQRTSPLT - divides the night's CLEANINZ into partitions
000300 *> so the calculation can run as several SQRTBABYEX
000400 *> instances at once instead of one serial pass under the
000500 *> LOCKFILE single-writer lock.  The partition count (02-08)
000600 *> and the method come off SYSIN:
000700 *>   D - by department: whole departments at a time, in
000800 *>       department order, each partition filled to its
000900 *>       share of the records, so a department's requests
001000 *>       are all answered by the same run.
001100 *>   C - by record count: even runs of records in file
001200 *>       order, for a night one department dominates.
001300 *> A count of 00 or 01 is an ordinary serial night: nothing
001400 *> is split and the stream runs SQRTBABYEX over CLEANINZ as
001500 *> before.  Otherwise partition n is written to CLEANPnn,
001600 *> a RUNREG parent row (program SQRTSPLT, mode M) is
001700 *> registered open, and one PARTREG row per partition is
001800 *> filed waiting for its SQRTBABYEX instance; SQRTMRGE
001900 *> closes the parent once every partition has run.
002000 *> A parent still open with partitions not yet merged is a
002100 *> partitioned night being restarted: it is reused as it
002200 *> stands instead of splitting CLEANINZ a second time, so
002300 *> the partitions that already ran are not run again.  It
002300 *> must have started on the stream date keyed on SYSIN
002300 *> (zeros = today; a post-midnight restart keys the date
002300 *> the stream started).  One left open from an earlier
002300 *> night was abandoned: it is closed CR here and a fresh
002300 *> split goes ahead.  A parent whose partition files would
002300 *> not open is closed CR the same way before the run ends.
002400 *>   RC 0  - serial night, nothing split.
002500 *>   RC 4  - partitioned (or an open partitioned night
002600 *>           reused); the partition runs take it from here.
002700 *>   RC 8  - sign-on refused.
002800 *>   RC 16 - a file would not open.
002900 *>
003000 *> Modification History:
003100 *>   2026-10-15  DW   New program.
003100 *>   2026-10-15  DW   A refused sign-on is posted to the
003100 *>                   alert feed (SQRTALRT_POST).
003100 *>   2026-10-15  DW   Stream date added to SYSIN.  An open
003100 *>                   parent from an earlier night is closed
003100 *>                   CR instead of reused, as is the parent
003100 *>                   of a split whose partition files would
003100 *>                   not open.
003200 *> ---------------------------------------------------------
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. SQRTSPLT.
003500 AUTHOR. D. WHITFIELD.
003600 INSTALLATION. ENGINEERING SYSTEMS.
003700 DATE-WRITTEN. 10/15/2026.
003800 DATE-COMPILED.
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
004300     SELECT OPTIONAL CLEAN-INPUT ASSIGN TO "CLEANINZ"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-CLEAN-FILE-STATUS.
004600     SELECT PART-INZ-01 ASSIGN TO "CLEANP01"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-PART-FILE-STATUS.
004900     SELECT PART-INZ-02 ASSIGN TO "CLEANP02"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PART-FILE-STATUS.
005200     SELECT PART-INZ-03 ASSIGN TO "CLEANP03"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PART-FILE-STATUS.
005500     SELECT PART-INZ-04 ASSIGN TO "CLEANP04"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-PART-FILE-STATUS.
005800     SELECT PART-INZ-05 ASSIGN TO "CLEANP05"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-PART-FILE-STATUS.
006100     SELECT PART-INZ-06 ASSIGN TO "CLEANP06"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-PART-FILE-STATUS.
006400     SELECT PART-INZ-07 ASSIGN TO "CLEANP07"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-PART-FILE-STATUS.
006700     SELECT PART-INZ-08 ASSIGN TO "CLEANP08"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-PART-FILE-STATUS.
007000     SELECT OPTIONAL RUN-REGISTRY ASSIGN TO "RUNREG"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS RR-RUN-ID
007400         FILE STATUS IS WS-RUNREG-FILE-STATUS.
007500     SELECT OPTIONAL PARTITION-REGISTRY ASSIGN TO "PARTREG"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS PARTITION-KEY
007900         FILE STATUS IS WS-PART-REG-STATUS.
008000     SELECT OPTIONAL OPERATOR-MASTER ASSIGN TO "OPERMAST"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS OM-OPERATOR-ID
008400         FILE STATUS IS WS-OPER-FILE-STATUS.
008500     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "SECLOG"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-SEC-FILE-STATUS.
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  STANDARD-OUTPUT.
009100     01 OUT-LINE  PICTURE X(80).
009200 FD  CLEAN-INPUT.
009300     COPY INZREC.
009400 FD  PART-INZ-01.
009500     01 PART-INZ-01-RECORD     PICTURE X(60).
009600 FD  PART-INZ-02.
009700     01 PART-INZ-02-RECORD     PICTURE X(60).
009800 FD  PART-INZ-03.
009900     01 PART-INZ-03-RECORD     PICTURE X(60).
010000 FD  PART-INZ-04.
010100     01 PART-INZ-04-RECORD     PICTURE X(60).
010200 FD  PART-INZ-05.
010300     01 PART-INZ-05-RECORD     PICTURE X(60).
010400 FD  PART-INZ-06.
010500     01 PART-INZ-06-RECORD     PICTURE X(60).
010600 FD  PART-INZ-07.
010700     01 PART-INZ-07-RECORD     PICTURE X(60).
010800 FD  PART-INZ-08.
010900     01 PART-INZ-08-RECORD     PICTURE X(60).
011000 FD  RUN-REGISTRY.
011100     COPY RUNREC.
011200 FD  PARTITION-REGISTRY.
011300     COPY PARTREC.
011400 FD  OPERATOR-MASTER.
011500     COPY OPERREC.
011600 FD  SECURITY-LOG.
011700     COPY SECREC.
011800 WORKING-STORAGE SECTION.
011900 *> -------------------------------------------------------
012000 *> file statuses and read control
012100 *> -------------------------------------------------------
012200 77  WS-CLEAN-FILE-STATUS       PICTURE X(02) VALUE '00'.
012300     88 CLEAN-FILE-OK                         VALUE '00'.
012400     88 CLEAN-FILE-NOT-FOUND                  VALUE '35'.
012500 77  WS-PART-FILE-STATUS        PICTURE X(02) VALUE '00'.
012600     88 PART-FILE-OK                          VALUE '00'.
012700 77  WS-RUNREG-FILE-STATUS      PICTURE X(02) VALUE '00'.
012800     88 RUNREG-FILE-OK                        VALUE '00'.
012900     88 RUNREG-FILE-NOT-FOUND                 VALUE '35'.
013000 77  WS-PART-REG-STATUS         PICTURE X(02) VALUE '00'.
013100     88 PART-REG-OK                           VALUE '00'.
013200     88 PART-REG-NOT-FOUND                    VALUE '35'.
013300 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
013400     88 END-OF-INPUT                          VALUE 'Y'.
013500 77  WS-RUNREG-WRITTEN-SW       PICTURE X(01) VALUE 'N'.
013600     88 RUNREG-ROW-WRITTEN                    VALUE 'Y'.
013700 77  WS-RETURN-CODE             PICTURE 9(02) COMP VALUE 0.
013800 *> -------------------------------------------------------
013900 *> the split asked for off SYSIN.
014000 *> -------------------------------------------------------
014100 77  WS-COUNT-ENTRY             PICTURE X(02) VALUE SPACES.
014200 77  WS-COUNT-ENTRY-NUM REDEFINES WS-COUNT-ENTRY
014300                                  PICTURE 9(02).
014400 77  WS-METHOD-ENTRY            PICTURE X(01) VALUE SPACE.
014500     88 SPLIT-BY-DEPARTMENT                   VALUE 'D'.
014600     88 SPLIT-BY-COUNT                        VALUE 'C'.
014600 77  WS-DATE-ENTRY              PICTURE X(08) VALUE SPACES.
014600 77  WS-DATE-ENTRY-NUM REDEFINES WS-DATE-ENTRY
014600                                  PICTURE 9(08).
014600 77  WS-STREAM-DATE             PICTURE 9(08) VALUE 0.
014700 77  WS-PART-COUNT              PICTURE 9(02) COMP VALUE 0.
014800 77  WS-PART-MAX                PICTURE 9(02) COMP VALUE 8.
014900 *> -------------------------------------------------------
015000 *> the parent run this split registers, or the open one a
015100 *> restart reuses.
015200 *> -------------------------------------------------------
015300 77  WS-PARENT-RUN-ID           PICTURE 9(16) VALUE 0.
015400 77  WS-LATEST-PARENT-ID        PICTURE 9(16) VALUE 0.
015500 77  WS-UNMERGED-SW             PICTURE X(01) VALUE 'N'.
015600     88 LATEST-HAS-UNMERGED                   VALUE 'Y'.
015700 77  WS-REUSE-SW                PICTURE X(01) VALUE 'N'.
015800     88 REUSING-OPEN-PARENT                   VALUE 'Y'.
015900 77  WS-RUN-DATE                PICTURE 9(08) VALUE 0.
016000 77  WS-RUN-TIME                PICTURE 9(08) VALUE 0.
016100 *> -------------------------------------------------------
016200 *> the departments on CLEANINZ, held in department order
016300 *> with their record counts and the partition each lands
016400 *> in.  A night with more departments than the table holds
016500 *> is split by record count instead.
016600 *> -------------------------------------------------------
016700 77  WS-DEPT-MAX                PICTURE 9(03) COMP VALUE 300.
016800 77  WS-DEPT-COUNT              PICTURE 9(03) COMP VALUE 0.
016900 77  WS-DEPT-SUB                PICTURE 9(03) COMP VALUE 0.
017000 77  WS-DEPT-SLOT               PICTURE 9(03) COMP VALUE 0.
017100 77  WS-DEPT-OVERFLOW-SW        PICTURE X(01) VALUE 'N'.
017200     88 DEPT-TABLE-OVERFLOWED                 VALUE 'Y'.
017300 01  WS-DEPT-TABLE.
017400     02 WS-DEPT-ENTRY OCCURS 300 TIMES.
017500        03 WD-DEPARTMENT        PICTURE X(04).
017600        03 WD-RECORDS           PICTURE 9(07) COMP.
017700        03 WD-PARTITION         PICTURE 9(02) COMP.
017800 *> -------------------------------------------------------
017900 *> the partitions: records written and department range.
018000 *> -------------------------------------------------------
018100 77  WS-PART-SUB                PICTURE 9(02) COMP VALUE 0.
018200 77  WS-TARGET-PART             PICTURE 9(02) COMP VALUE 0.
018300 77  WS-TOTAL-RECORDS           PICTURE 9(07) COMP VALUE 0.
018400 77  WS-RECORD-ORDINAL          PICTURE 9(07) COMP VALUE 0.
018500 77  WS-CUM-RECORDS             PICTURE 9(07) COMP VALUE 0.
018600 77  WS-PART-BOUNDARY           PICTURE 9(07) COMP VALUE 0.
018700 01  WS-PART-TABLE.
018800     02 WS-PART-ENTRY OCCURS 8 TIMES.
018900        03 WP-RECORDS           PICTURE 9(07) COMP.
019000        03 WP-FIRST-DEPT        PICTURE X(04).
019100        03 WP-LAST-DEPT         PICTURE X(04).
019200 *> -------------------------------------------------------
019300 *> the signed-on operator and the sign-on security log.
019400 *> -------------------------------------------------------
019500 77  WS-OPERATOR-ID             PICTURE X(08) VALUE SPACES.
019600 77  WS-OPER-FILE-STATUS        PICTURE X(02) VALUE '00'.
019700     88 OPER-FILE-NOT-FOUND                   VALUE '35'.
019800 77  WS-OPER-AUTH-SW            PICTURE X(01) VALUE 'N'.
019900     88 OPERATOR-AUTHORIZED                   VALUE 'Y'.
020000 77  WS-SEC-FILE-STATUS         PICTURE X(02) VALUE '00'.
020100     88 SEC-FILE-OK                      VALUE '00' '05'.
020200 77  WS-SEC-REASON              PICTURE X(02) VALUE 'NF'.
020200 COPY ALRTPARM.
020300 *> -------------------------------------------------------
020400 *> prompts and report lines
020500 *> -------------------------------------------------------
020600 01  WELCOME.
020700     02 FILLER PICTURE X(34) VALUE
020800        ' PARTITIONED RUN SPLIT            '.
020900 01  OPERATOR-PROMPT.
021000     02 FILLER PICTURE X(29) VALUE
021100        ' ENTER YOUR OPERATOR ID:     '.
021200 01  OPER-REJECT-MESS.
021300     02 FILLER PICTURE X(40) VALUE
021400        ' OPERATOR NOT AUTHORIZED - RUN ENDS HERE'.
021500 01  COUNT-PROMPT.
021600     02 FILLER PICTURE X(40) VALUE
021700        ' ENTER PARTITION COUNT (02-08, 01 = SERI'.
021800     02 FILLER PICTURE X(10) VALUE
021900        'AL NIGHT):'.
022000 01  METHOD-PROMPT.
022100     02 FILLER PICTURE X(40) VALUE
022200        ' ENTER D BY DEPARTMENT, C BY RECORD COUN'.
022300     02 FILLER PICTURE X(02) VALUE
022400        'T:'.
022400 01  STREAM-PROMPT.
022400     02 FILLER PICTURE X(40) VALUE
022400        ' ENTER STREAM DATE YYYYMMDD (ZEROS = TOD'.
022400     02 FILLER PICTURE X(05) VALUE
022400        'AY):'.
022500 01  SERIAL-MESS.
022600     02 FILLER PICTURE X(44) VALUE
022700        ' SERIAL NIGHT - CLEANINZ IS NOT SPLIT.      '.
022800 01  REUSE-LINE.
022900     02 FILLER PICTURE X(34) VALUE
023000        ' OPEN PARTITIONED RUN REUSED, ID: '.
023100     02 RU-PARENT-RUN-ID      PICTURE 9(16).
023200 01  REUSE-NOTE-LINE.
023300     02 FILLER PICTURE X(44) VALUE
023400        ' CLEANINZ NOT SPLIT AGAIN - PARTITIONS STAND'.
023400 01  STALE-PARENT-LINE.
023400     02 FILLER PICTURE X(34) VALUE
023400        ' STALE PARTITIONED RUN CLOSED CR: '.
023400     02 SP-PARENT-RUN-ID      PICTURE 9(16).
023500 01  DEPT-OVERFLOW-MESS.
023600     02 FILLER PICTURE X(44) VALUE
023700        ' TOO MANY DEPARTMENTS - SPLIT BY COUNT      '.
023800 01  PARENT-LINE.
023900     02 FILLER PICTURE X(22) VALUE ' PARENT RUN ID.......:'.
024000     02 FILLER PICTURE X(01) VALUE SPACE.
024100     02 PL-PARENT-RUN-ID      PICTURE 9(16).
024200 01  METHOD-LINE.
024300     02 FILLER PICTURE X(22) VALUE ' SPLIT METHOD........:'.
024400     02 FILLER PICTURE X(01) VALUE SPACE.
024500     02 ML-METHOD             PICTURE X(13).
024600 01  PART-HEAD-LINE.
024700     02 FILLER PICTURE X(40) VALUE
024800        ' PART  RECORDS  FIRST DEPT  LAST DEPT   '.
024900 01  PART-DETAIL-LINE.
025000     02 FILLER PICTURE X(02) VALUE SPACES.
025100     02 PD-PARTITION          PICTURE 99.
025200     02 FILLER PICTURE X(02) VALUE SPACES.
025300     02 PD-RECORDS            PICTURE Z,ZZZ,ZZ9.
025400     02 FILLER PICTURE X(02) VALUE SPACES.
025500     02 PD-FIRST-DEPT         PICTURE X(04).
025600     02 FILLER PICTURE X(08) VALUE SPACES.
025700     02 PD-LAST-DEPT          PICTURE X(04).
025800 01  PART-TOTAL-LINE.
025900     02 FILLER PICTURE X(06) VALUE ' TOTAL'.
026000     02 PT-OUT-TOTAL          PICTURE Z,ZZZ,ZZ9.
026100
026200 PROCEDURE DIVISION.
026300 0000-MAINLINE.
026400     OPEN OUTPUT STANDARD-OUTPUT.
026500     WRITE OUT-LINE FROM WELCOME AFTER ADVANCING 1 LINE.
026600     PERFORM 0600-SIGN-ON-OPERATOR THRU 0600-EXIT.
026700     PERFORM 1000-GET-SPLIT-PARMS THRU 1000-EXIT.
026800     PERFORM 1100-OPEN-REGISTRIES THRU 1100-EXIT.
026900     PERFORM 1500-FIND-UNMERGED-PARENT THRU 1500-EXIT.
027000     IF REUSING-OPEN-PARENT
027100         MOVE WS-PARENT-RUN-ID TO RU-PARENT-RUN-ID
027200         WRITE OUT-LINE FROM REUSE-LINE AFTER ADVANCING 1 LINE
027300         WRITE OUT-LINE FROM REUSE-NOTE-LINE
027400             AFTER ADVANCING 1 LINE
027500         MOVE 4 TO WS-RETURN-CODE
027600     ELSE
027700         IF WS-PART-COUNT < 2
027800             WRITE OUT-LINE FROM SERIAL-MESS
027900                 AFTER ADVANCING 1 LINE
028000             MOVE 0 TO WS-RETURN-CODE
028100         ELSE
028200             PERFORM 2000-COUNT-DEPARTMENTS THRU 2000-EXIT
028300             PERFORM 2500-ASSIGN-DEPARTMENTS THRU 2500-EXIT
028400             PERFORM 3000-REGISTER-PARENT THRU 3000-EXIT
028500             PERFORM 4000-SPLIT-RECORDS THRU 4000-EXIT
028600             PERFORM 5000-FILE-PARTITION-ROWS THRU 5000-EXIT
028700             PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
028800             MOVE 4 TO WS-RETURN-CODE
028900         END-IF
029000     END-IF.
029100     CLOSE PARTITION-REGISTRY.
029200     CLOSE RUN-REGISTRY.
029300     CLOSE STANDARD-OUTPUT.
029400     MOVE WS-RETURN-CODE TO RETURN-CODE.
029500     STOP RUN.
029600
029700 *> -------------------------------------------------------
029800 *> 0600-SIGN-ON-OPERATOR - the operator running the split
029900 *> must be on OPERMAST and active, the same check every
030000 *> program makes; every attempt lands on the security log.
030100 *> -------------------------------------------------------
030200 0600-SIGN-ON-OPERATOR.
030300     WRITE OUT-LINE FROM OPERATOR-PROMPT AFTER ADVANCING 1 LINE.
030400     ACCEPT WS-OPERATOR-ID.
030500     MOVE 'N' TO WS-OPER-AUTH-SW.
030600     MOVE 'NF' TO WS-SEC-REASON.
030700     OPEN INPUT OPERATOR-MASTER.
030800     IF NOT OPER-FILE-NOT-FOUND
030900         MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
031000         READ OPERATOR-MASTER
031100             INVALID KEY
031200                 CONTINUE
031300             NOT INVALID KEY
031400                 IF OM-ACTIVE
031500                     SET OPERATOR-AUTHORIZED TO TRUE
031600                     MOVE 'OK' TO WS-SEC-REASON
031700                 ELSE
031800                     MOVE 'IN' TO WS-SEC-REASON
031900                 END-IF
032000         END-READ
032100         CLOSE OPERATOR-MASTER
032200     ELSE
032300         MOVE 'NM' TO WS-SEC-REASON
032400     END-IF.
032500     PERFORM 0660-LOG-SIGNON-ATTEMPT THRU 0660-EXIT.
032600     IF NOT OPERATOR-AUTHORIZED
032700         WRITE OUT-LINE FROM OPER-REJECT-MESS
032800             AFTER ADVANCING 1 LINE
032900         CLOSE STANDARD-OUTPUT
033000         MOVE 8 TO RETURN-CODE
033100         STOP RUN
033200     END-IF.
033300 0600-EXIT.
033400     EXIT.
033500
033600 0660-LOG-SIGNON-ATTEMPT.
033700     OPEN EXTEND SECURITY-LOG.
033800     IF NOT SEC-FILE-OK
033900         DISPLAY 'UNABLE TO OPEN SECLOG, STATUS '
034000             WS-SEC-FILE-STATUS
034100         MOVE 16 TO RETURN-CODE
034200         STOP RUN
034300     END-IF.
034400     ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD.
034500     ACCEPT SC-RUN-TIME FROM TIME.
034600     MOVE 'SQRTSPLT' TO SC-PROGRAM-NAME.
034700     MOVE WS-OPERATOR-ID TO SC-OPERATOR-ID.
034800     IF OPERATOR-AUTHORIZED
034900         SET SC-ACCEPTED TO TRUE
035000     ELSE
035100         SET SC-REJECTED TO TRUE
035200     END-IF.
035300     MOVE WS-SEC-REASON TO SC-REASON.
035400     MOVE SPACES TO SC-FILLER.
035500     WRITE SECURITY-LOG-RECORD.
035600     CLOSE SECURITY-LOG.
035600     IF NOT OPERATOR-AUTHORIZED
035600         PERFORM 0670-ALERT-SIGNON-REJECT THRU 0670-EXIT
035600     END-IF.
035700 0660-EXIT.
035800     EXIT.
035800
035800 *> -------------------------------------------------------
035800 *> 0670-ALERT-SIGNON-REJECT - the refusal goes to the alert
035800 *> feed, which raises an alert when the ID keeps failing.
035800 *> -------------------------------------------------------
035800 0670-ALERT-SIGNON-REJECT.
035800     MOVE SPACES TO ALERT-PARAMETERS.
035800     SET AP-SIGNON-REJECTED TO TRUE.
035800     MOVE 'SQRTSPLT' TO AP-PROGRAM-NAME.
035800     MOVE 0 TO AP-RUN-ID.
035800     MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID.
035800     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
035800 0670-EXIT.
035800     EXIT.
035900
036000 *> -------------------------------------------------------
036100 *> 1000-GET-SPLIT-PARMS - an unusable count means a serial
036200 *> night, a count past the eight partition files is held
036300 *> to eight, and anything but C splits by department.
036400 *> -------------------------------------------------------
036500 1000-GET-SPLIT-PARMS.
036600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
036700     ACCEPT WS-RUN-TIME FROM TIME.
036800     WRITE OUT-LINE FROM COUNT-PROMPT AFTER ADVANCING 1 LINE.
036900     ACCEPT WS-COUNT-ENTRY.
037000     IF WS-COUNT-ENTRY-NUM NUMERIC
037100         MOVE WS-COUNT-ENTRY-NUM TO WS-PART-COUNT
037200     ELSE
037300         MOVE 0 TO WS-PART-COUNT
037400     END-IF.
037500     IF WS-PART-COUNT > WS-PART-MAX
037600         MOVE WS-PART-MAX TO WS-PART-COUNT
037700     END-IF.
037800     WRITE OUT-LINE FROM METHOD-PROMPT AFTER ADVANCING 1 LINE.
037900     ACCEPT WS-METHOD-ENTRY.
038000     IF NOT SPLIT-BY-COUNT
038100         SET SPLIT-BY-DEPARTMENT TO TRUE
038200     END-IF.
038200     WRITE OUT-LINE FROM STREAM-PROMPT AFTER ADVANCING 1 LINE.
038200     MOVE SPACES TO WS-DATE-ENTRY.
038200     ACCEPT WS-DATE-ENTRY.
038200     IF WS-DATE-ENTRY-NUM NUMERIC AND WS-DATE-ENTRY-NUM > 0
038200         MOVE WS-DATE-ENTRY-NUM TO WS-STREAM-DATE
038200     ELSE
038200         MOVE WS-RUN-DATE TO WS-STREAM-DATE
038200     END-IF.
038300 1000-EXIT.
038400     EXIT.
038500
038600 *> -------------------------------------------------------
038700 *> 1100-OPEN-REGISTRIES - both keyed registries are created
038800 *> on first use.
038900 *> -------------------------------------------------------
039000 1100-OPEN-REGISTRIES.
039100     OPEN I-O RUN-REGISTRY.
039200     IF RUNREG-FILE-NOT-FOUND
039300         OPEN OUTPUT RUN-REGISTRY
039400         CLOSE RUN-REGISTRY
039500         OPEN I-O RUN-REGISTRY
039600     END-IF.
039700     IF NOT RUNREG-FILE-OK
039800         DISPLAY 'UNABLE TO OPEN RUNREG, STATUS '
039900             WS-RUNREG-FILE-STATUS
040000         MOVE 16 TO RETURN-CODE
040100         STOP RUN
040200     END-IF.
040300     OPEN I-O PARTITION-REGISTRY.
040400     IF PART-REG-NOT-FOUND
040500         OPEN OUTPUT PARTITION-REGISTRY
040600         CLOSE PARTITION-REGISTRY
040700         OPEN I-O PARTITION-REGISTRY
040800     END-IF.
040900     IF NOT PART-REG-OK
041000         DISPLAY 'UNABLE TO OPEN PARTREG, STATUS '
041100             WS-PART-REG-STATUS
041200         MOVE 16 TO RETURN-CODE
041300         STOP RUN
041400     END-IF.
041500 1100-EXIT.
041600     EXIT.
041700
041800 *> -------------------------------------------------------
041900 *> 1500-FIND-UNMERGED-PARENT - the newest parent on PARTREG
042000 *> is a night in progress when any of its partitions is not
042100 *> merged yet, its RUNREG row is still open, and it started
042200 *> on tonight's stream date.  The janitor leaves an open
042300 *> parent alone, so one from an earlier night is still OP:
042300 *> it was abandoned, not restarted, so it is closed CR here
042300 *> and a fresh split goes ahead.
042400 *> -------------------------------------------------------
042500 1500-FIND-UNMERGED-PARENT.
042600     MOVE 'N' TO WS-REUSE-SW.
042700     MOVE 'N' TO WS-UNMERGED-SW.
042800     MOVE 0 TO WS-LATEST-PARENT-ID.
042900     MOVE 'N' TO WS-EOF-SW.
043000     MOVE LOW-VALUES TO PARTITION-KEY.
043100     START PARTITION-REGISTRY KEY NOT LESS THAN PARTITION-KEY
043200         INVALID KEY
043300             MOVE 'Y' TO WS-EOF-SW
043400     END-START.
043500     PERFORM 1510-READ-PARTITION-ROW THRU 1510-EXIT
043600         UNTIL END-OF-INPUT.
043700     IF NOT LATEST-HAS-UNMERGED
043800         GO TO 1500-EXIT
043900     END-IF.
044000     MOVE WS-LATEST-PARENT-ID TO RR-RUN-ID.
044100     READ RUN-REGISTRY
044200         INVALID KEY
044300             GO TO 1500-EXIT
044400     END-READ.
044500     IF NOT RR-STATUS-OPEN
044500         GO TO 1500-EXIT
044500     END-IF.
044500     IF RR-RUN-START-DATE < WS-STREAM-DATE
044500         MOVE WS-LATEST-PARENT-ID TO SP-PARENT-RUN-ID
044500         WRITE OUT-LINE FROM STALE-PARENT-LINE
044500             AFTER ADVANCING 1 LINE
044500         PERFORM 1600-CLOSE-PARENT-CRASHED THRU 1600-EXIT
044500         GO TO 1500-EXIT
044500     END-IF.
044500     MOVE WS-LATEST-PARENT-ID TO WS-PARENT-RUN-ID.
044500     SET REUSING-OPEN-PARENT TO TRUE.
044900 1500-EXIT.
045000     EXIT.
045000
045000 *> -------------------------------------------------------
045000 *> 1600-CLOSE-PARENT-CRASHED - the parent whose run ID is in
045000 *> RR-RUN-ID is flipped to CR, the status the janitor gives
045000 *> a crashed run, so it no longer looks in flight.
045000 *> -------------------------------------------------------
045000 1600-CLOSE-PARENT-CRASHED.
045000     READ RUN-REGISTRY
045000         INVALID KEY
045000             GO TO 1600-EXIT
045000     END-READ.
045000     SET RR-STATUS-CRASHED TO TRUE.
045000     REWRITE RUN-REGISTRY-RECORD
045000         INVALID KEY
045000             CONTINUE
045000     END-REWRITE.
045000 1600-EXIT.
045000     EXIT.
045100
045200 1510-READ-PARTITION-ROW.
045300     READ PARTITION-REGISTRY NEXT RECORD
045400         AT END
045500             MOVE 'Y' TO WS-EOF-SW
045600             GO TO 1510-EXIT
045700     END-READ.
045800     IF PT-PARENT-RUN-ID NOT = WS-LATEST-PARENT-ID
045900         MOVE PT-PARENT-RUN-ID TO WS-LATEST-PARENT-ID
046000         MOVE 'N' TO WS-UNMERGED-SW
046100     END-IF.
046200     IF NOT PT-STATUS-MERGED
046300         SET LATEST-HAS-UNMERGED TO TRUE
046400     END-IF.
046500 1510-EXIT.
046600     EXIT.
046700
046800 *> -------------------------------------------------------
046900 *> 2000-COUNT-DEPARTMENTS - the first pass of CLEANINZ: the
047000 *> record total, and each department's count filed in
047100 *> department order.
047200 *> -------------------------------------------------------
047300 2000-COUNT-DEPARTMENTS.
047400     MOVE 0 TO WS-TOTAL-RECORDS.
047500     MOVE 0 TO WS-DEPT-COUNT.
047600     MOVE 'N' TO WS-EOF-SW.
047700     OPEN INPUT CLEAN-INPUT.
047800     IF CLEAN-FILE-NOT-FOUND
047900         GO TO 2000-EXIT
048000     END-IF.
048100     IF NOT CLEAN-FILE-OK
048200         DISPLAY 'UNABLE TO OPEN CLEANINZ, STATUS '
048300             WS-CLEAN-FILE-STATUS
048400         MOVE 16 TO RETURN-CODE
048500         STOP RUN
048600     END-IF.
048700     PERFORM 2100-COUNT-ONE-RECORD THRU 2100-EXIT
048800         UNTIL END-OF-INPUT.
048900     CLOSE CLEAN-INPUT.
049000 2000-EXIT.
049100     EXIT.
049200
049300 2100-COUNT-ONE-RECORD.
049400     READ CLEAN-INPUT
049500         AT END
049600             MOVE 'Y' TO WS-EOF-SW
049700             GO TO 2100-EXIT
049800     END-READ.
049900     ADD 1 TO WS-TOTAL-RECORDS.
050000     IF SPLIT-BY-DEPARTMENT
050100         PERFORM 2200-FILE-DEPARTMENT THRU 2200-EXIT
050200     END-IF.
050300 2100-EXIT.
050400     EXIT.
050500
050600 *> -------------------------------------------------------
050700 *> 2200-FILE-DEPARTMENT - counts the record against its
050800 *> department's entry, opening a new entry in department
050900 *> order when the department is not held yet.  A full
051000 *> table turns the split over to record count.
051100 *> -------------------------------------------------------
051200 2200-FILE-DEPARTMENT.
051300     MOVE 0 TO WS-DEPT-SLOT.
051400     MOVE 1 TO WS-DEPT-SUB.
051500     PERFORM 2210-SCAN-DEPARTMENT THRU 2210-EXIT
051600         UNTIL WS-DEPT-SLOT > 0 OR WS-DEPT-SUB > WS-DEPT-COUNT.
051700     IF WS-DEPT-SLOT > 0
051800         IF WD-DEPARTMENT (WS-DEPT-SLOT) = INZ-DEPARTMENT
051900             ADD 1 TO WD-RECORDS (WS-DEPT-SLOT)
052000             GO TO 2200-EXIT
052100         END-IF
052200     ELSE
052300         COMPUTE WS-DEPT-SLOT = WS-DEPT-COUNT + 1
052400     END-IF.
052500     IF WS-DEPT-COUNT NOT < WS-DEPT-MAX
052600         WRITE OUT-LINE FROM DEPT-OVERFLOW-MESS
052700             AFTER ADVANCING 1 LINE
052800         SET DEPT-TABLE-OVERFLOWED TO TRUE
052900         SET SPLIT-BY-COUNT TO TRUE
053000         GO TO 2200-EXIT
053100     END-IF.
053200     PERFORM 2220-SHIFT-ONE-ENTRY THRU 2220-EXIT
053300         VARYING WS-DEPT-SUB FROM WS-DEPT-COUNT BY -1
053400         UNTIL WS-DEPT-SUB < WS-DEPT-SLOT.
053500     ADD 1 TO WS-DEPT-COUNT.
053600     MOVE INZ-DEPARTMENT TO WD-DEPARTMENT (WS-DEPT-SLOT).
053700     MOVE 1 TO WD-RECORDS (WS-DEPT-SLOT).
053800     MOVE 0 TO WD-PARTITION (WS-DEPT-SLOT).
053900 2200-EXIT.
054000     EXIT.
054100
054200 *> the first entry not below the department is where it is
054300 *> counted, or where it is opened.
054400 2210-SCAN-DEPARTMENT.
054500     IF WD-DEPARTMENT (WS-DEPT-SUB) NOT < INZ-DEPARTMENT
054600         MOVE WS-DEPT-SUB TO WS-DEPT-SLOT
054700     END-IF.
054800     ADD 1 TO WS-DEPT-SUB.
054900 2210-EXIT.
055000     EXIT.
055100
055200 2220-SHIFT-ONE-ENTRY.
055300     MOVE WS-DEPT-ENTRY (WS-DEPT-SUB)
055400         TO WS-DEPT-ENTRY (WS-DEPT-SUB + 1).
055500 2220-EXIT.
055600     EXIT.
055700
055800 *> -------------------------------------------------------
055900 *> 2500-ASSIGN-DEPARTMENTS - walks the departments in order,
056000 *> moving on to the next partition once the running count
056100 *> reaches this partition's share of the night.  A
056200 *> department is never divided, so one large department
056300 *> can leave a later partition short or empty.
056400 *> -------------------------------------------------------
056500 2500-ASSIGN-DEPARTMENTS.
056600     PERFORM 2550-CLEAR-ONE-PARTITION THRU 2550-EXIT
056700         VARYING WS-PART-SUB FROM 1 BY 1
056800         UNTIL WS-PART-SUB > WS-PART-MAX.
056900     IF NOT SPLIT-BY-DEPARTMENT
057000         GO TO 2500-EXIT
057100     END-IF.
057200     MOVE 1 TO WS-TARGET-PART.
057300     MOVE 0 TO WS-CUM-RECORDS.
057400     COMPUTE WS-PART-BOUNDARY = WS-TOTAL-RECORDS / WS-PART-COUNT.
057500     PERFORM 2510-ASSIGN-ONE-DEPARTMENT THRU 2510-EXIT
057600         VARYING WS-DEPT-SUB FROM 1 BY 1
057700         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
057800 2500-EXIT.
057900     EXIT.
058000
058100 2510-ASSIGN-ONE-DEPARTMENT.
058200     MOVE WS-TARGET-PART TO WD-PARTITION (WS-DEPT-SUB).
058300     ADD WD-RECORDS (WS-DEPT-SUB) TO WS-CUM-RECORDS.
058400     IF WS-CUM-RECORDS NOT < WS-PART-BOUNDARY
058500         AND WS-TARGET-PART < WS-PART-COUNT
058600         ADD 1 TO WS-TARGET-PART
058700         COMPUTE WS-PART-BOUNDARY =
058800             WS-TOTAL-RECORDS * WS-TARGET-PART / WS-PART-COUNT
058900     END-IF.
059000 2510-EXIT.
059100     EXIT.
059200
059300 2550-CLEAR-ONE-PARTITION.
059400     MOVE 0 TO WP-RECORDS (WS-PART-SUB).
059500     MOVE SPACES TO WP-FIRST-DEPT (WS-PART-SUB).
059600     MOVE SPACES TO WP-LAST-DEPT (WS-PART-SUB).
059700 2550-EXIT.
059800     EXIT.
059900
060000 *> -------------------------------------------------------
060100 *> 3000-REGISTER-PARENT - the RUNREG row the partitions
060200 *> hang off, open until SQRTMRGE closes it with the
060300 *> combined counts.  Its run ID is generated the way every
060400 *> run program's is, bumping the time on a collision.
060500 *> -------------------------------------------------------
060600 3000-REGISTER-PARENT.
060700     MOVE 'N' TO WS-RUNREG-WRITTEN-SW.
060800     MOVE WS-RUN-DATE TO RR-RUN-START-DATE.
060900     MOVE WS-RUN-TIME TO RR-RUN-START-TIME.
061000     PERFORM 3010-WRITE-PARENT-ROW THRU 3010-EXIT
061100         UNTIL RUNREG-ROW-WRITTEN.
061200     MOVE RR-RUN-ID TO WS-PARENT-RUN-ID.
061300 3000-EXIT.
061400     EXIT.
061500
061600 3010-WRITE-PARENT-ROW.
061700     MOVE 'SQRTSPLT' TO RR-PROGRAM-NAME.
061800     MOVE 'M' TO RR-RUN-MODE.
061900     MOVE WS-OPERATOR-ID TO RR-OPERATOR-ID.
062000     MOVE 0 TO RR-END-DATE.
062100     MOVE 0 TO RR-END-TIME.
062200     MOVE 0 TO RR-RECORDS-PROCESSED.
062300     MOVE 0 TO RR-RECORDS-REJECTED.
062400     MOVE 0 TO RR-RECORDS-ABORTED.
062500     SET RR-STATUS-OPEN TO TRUE.
062600     MOVE SPACES TO RR-PROFILE-NAME.
062700     MOVE SPACES TO RR-FILLER.
062800     WRITE RUN-REGISTRY-RECORD
062900         INVALID KEY
063000             IF WS-RUNREG-FILE-STATUS = '22'
063100                 ADD 1 TO RR-RUN-START-TIME
063200             ELSE
063300                 DISPLAY 'UNABLE TO WRITE RUNREG, STATUS '
063400                     WS-RUNREG-FILE-STATUS
063500                 MOVE 16 TO RETURN-CODE
063600                 STOP RUN
063700             END-IF
063800         NOT INVALID KEY
063900             SET RUNREG-ROW-WRITTEN TO TRUE
064000     END-WRITE.
064100 3010-EXIT.
064200     EXIT.
064300
064400 *> -------------------------------------------------------
064500 *> 3500-OPEN-PARTITION-FILES - only the partitions asked
064600 *> for are opened, so the stream allocates just those.
064700 *> -------------------------------------------------------
064800 3500-OPEN-PARTITION-FILES.
064900     OPEN OUTPUT PART-INZ-01.
065000     PERFORM 3550-CHECK-PARTITION-OPEN THRU 3550-EXIT.
065100     OPEN OUTPUT PART-INZ-02.
065200     PERFORM 3550-CHECK-PARTITION-OPEN THRU 3550-EXIT.
065300     IF WS-PART-COUNT > 2
065400         OPEN OUTPUT PART-INZ-03
065500         PERFORM 3550-CHECK-PARTITION-OPEN THRU 3550-EXIT
065600     END-IF.
065700     IF WS-PART-COUNT > 3
065800         OPEN OUTPUT PART-INZ-04
065900         PERFORM 3550-CHECK-PARTITION-OPEN THRU 3550-EXIT
066000     END-IF.
066100     IF WS-PART-COUNT > 4
066200         OPEN OUTPUT PART-INZ-05
066300         PERFORM 3550-CHECK-PARTITION-OPEN THRU 3550-EXIT
066400     END-IF.
066500     IF WS-PART-COUNT > 5
066600         OPEN OUTPUT PART-INZ-06
066700         PERFORM 3550-CHECK-PARTITION-OPEN THRU 3550-EXIT
066800     END-IF.
066900     IF WS-PART-COUNT > 6
067000         OPEN OUTPUT PART-INZ-07
067100         PERFORM 3550-CHECK-PARTITION-OPEN THRU 3550-EXIT
067200     END-IF.
067300     IF WS-PART-COUNT > 7
067400         OPEN OUTPUT PART-INZ-08
067500         PERFORM 3550-CHECK-PARTITION-OPEN THRU 3550-EXIT
067600     END-IF.
067700 3500-EXIT.
067800     EXIT.
067900
068000 *> a partition file that will not open ends the run with
068100 *> the parent registered but no partition rows filed, so
068200 *> nothing would ever merge or reuse it; it is closed CR
068200 *> before the run ends.
068300 3550-CHECK-PARTITION-OPEN.
068400     IF NOT PART-FILE-OK
068500         DISPLAY 'UNABLE TO OPEN A CLEANP FILE, STATUS '
068600             WS-PART-FILE-STATUS
068600         MOVE WS-PARENT-RUN-ID TO RR-RUN-ID
068600         PERFORM 1600-CLOSE-PARENT-CRASHED THRU 1600-EXIT
068700         MOVE 16 TO RETURN-CODE
068800         STOP RUN
068900     END-IF.
069000 3550-EXIT.
069100     EXIT.
069200
069300 3600-CLOSE-PARTITION-FILES.
069400     CLOSE PART-INZ-01.
069500     CLOSE PART-INZ-02.
069600     IF WS-PART-COUNT > 2
069700         CLOSE PART-INZ-03
069800     END-IF.
069900     IF WS-PART-COUNT > 3
070000         CLOSE PART-INZ-04
070100     END-IF.
070200     IF WS-PART-COUNT > 4
070300         CLOSE PART-INZ-05
070400     END-IF.
070500     IF WS-PART-COUNT > 5
070600         CLOSE PART-INZ-06
070700     END-IF.
070800     IF WS-PART-COUNT > 6
070900         CLOSE PART-INZ-07
071000     END-IF.
071100     IF WS-PART-COUNT > 7
071200         CLOSE PART-INZ-08
071300     END-IF.
071400 3600-EXIT.
071500     EXIT.
071600
071700 *> -------------------------------------------------------
071800 *> 4000-SPLIT-RECORDS - the second pass of CLEANINZ: every
071900 *> record goes to its partition's file unchanged.  By
072000 *> count, the partition moves on each time the record
072100 *> ordinal passes the partition's share of the total.
072200 *> -------------------------------------------------------
072300 4000-SPLIT-RECORDS.
072400     PERFORM 3500-OPEN-PARTITION-FILES THRU 3500-EXIT.
072500     MOVE 0 TO WS-RECORD-ORDINAL.
072600     MOVE 1 TO WS-TARGET-PART.
072700     COMPUTE WS-PART-BOUNDARY = WS-TOTAL-RECORDS / WS-PART-COUNT.
072800     MOVE 'N' TO WS-EOF-SW.
072900     OPEN INPUT CLEAN-INPUT.
073000     IF CLEAN-FILE-NOT-FOUND
073100         MOVE 'Y' TO WS-EOF-SW
073200     END-IF.
073300     PERFORM 4100-ROUTE-ONE-RECORD THRU 4100-EXIT
073400         UNTIL END-OF-INPUT.
073500     IF NOT CLEAN-FILE-NOT-FOUND
073600         CLOSE CLEAN-INPUT
073700     END-IF.
073800     PERFORM 3600-CLOSE-PARTITION-FILES THRU 3600-EXIT.
073900 4000-EXIT.
074000     EXIT.
074100
074200 4100-ROUTE-ONE-RECORD.
074300     READ CLEAN-INPUT
074400         AT END
074500             MOVE 'Y' TO WS-EOF-SW
074600             GO TO 4100-EXIT
074700     END-READ.
074800     ADD 1 TO WS-RECORD-ORDINAL.
074900     IF SPLIT-BY-DEPARTMENT
075000         PERFORM 4200-FIND-DEPT-PARTITION THRU 4200-EXIT
075100     ELSE
075200         PERFORM 4150-ADVANCE-PARTITION THRU 4150-EXIT
075300             UNTIL WS-RECORD-ORDINAL NOT > WS-PART-BOUNDARY
075400             OR WS-TARGET-PART NOT < WS-PART-COUNT
075500     END-IF.
075600     PERFORM 4300-WRITE-PARTITION-ROW THRU 4300-EXIT.
075700     ADD 1 TO WP-RECORDS (WS-TARGET-PART).
075800     IF WP-FIRST-DEPT (WS-TARGET-PART) = SPACES
075900         OR INZ-DEPARTMENT < WP-FIRST-DEPT (WS-TARGET-PART)
076000         MOVE INZ-DEPARTMENT TO WP-FIRST-DEPT (WS-TARGET-PART)
076100     END-IF.
076200     IF INZ-DEPARTMENT > WP-LAST-DEPT (WS-TARGET-PART)
076300         MOVE INZ-DEPARTMENT TO WP-LAST-DEPT (WS-TARGET-PART)
076400     END-IF.
076500 4100-EXIT.
076600     EXIT.
076700
076800 4150-ADVANCE-PARTITION.
076900     ADD 1 TO WS-TARGET-PART.
077000     COMPUTE WS-PART-BOUNDARY =
077100         WS-TOTAL-RECORDS * WS-TARGET-PART / WS-PART-COUNT.
077200 4150-EXIT.
077300     EXIT.
077400
077500 4200-FIND-DEPT-PARTITION.
077600     MOVE 1 TO WS-TARGET-PART.
077700     MOVE 0 TO WS-DEPT-SLOT.
077800     MOVE 1 TO WS-DEPT-SUB.
077900     PERFORM 4210-MATCH-DEPARTMENT THRU 4210-EXIT
078000         UNTIL WS-DEPT-SLOT > 0 OR WS-DEPT-SUB > WS-DEPT-COUNT.
078100     IF WS-DEPT-SLOT > 0
078200         MOVE WD-PARTITION (WS-DEPT-SLOT) TO WS-TARGET-PART
078300     END-IF.
078400 4200-EXIT.
078500     EXIT.
078600
078700 4210-MATCH-DEPARTMENT.
078800     IF WD-DEPARTMENT (WS-DEPT-SUB) = INZ-DEPARTMENT
078900         MOVE WS-DEPT-SUB TO WS-DEPT-SLOT
079000     END-IF.
079100     ADD 1 TO WS-DEPT-SUB.
079200 4210-EXIT.
079300     EXIT.
079400
079500 4300-WRITE-PARTITION-ROW.
079600     IF WS-TARGET-PART = 1
079700         WRITE PART-INZ-01-RECORD FROM INZ-INPUT-RECORD
079800     END-IF.
079900     IF WS-TARGET-PART = 2
080000         WRITE PART-INZ-02-RECORD FROM INZ-INPUT-RECORD
080100     END-IF.
080200     IF WS-TARGET-PART = 3
080300         WRITE PART-INZ-03-RECORD FROM INZ-INPUT-RECORD
080400     END-IF.
080500     IF WS-TARGET-PART = 4
080600         WRITE PART-INZ-04-RECORD FROM INZ-INPUT-RECORD
080700     END-IF.
080800     IF WS-TARGET-PART = 5
080900         WRITE PART-INZ-05-RECORD FROM INZ-INPUT-RECORD
081000     END-IF.
081100     IF WS-TARGET-PART = 6
081200         WRITE PART-INZ-06-RECORD FROM INZ-INPUT-RECORD
081300     END-IF.
081400     IF WS-TARGET-PART = 7
081500         WRITE PART-INZ-07-RECORD FROM INZ-INPUT-RECORD
081600     END-IF.
081700     IF WS-TARGET-PART = 8
081800         WRITE PART-INZ-08-RECORD FROM INZ-INPUT-RECORD
081900     END-IF.
082000 4300-EXIT.
082100     EXIT.
082200
082300 *> -------------------------------------------------------
082400 *> 5000-FILE-PARTITION-ROWS - one PARTREG row per partition,
082500 *> waiting for its SQRTBABYEX instance; an empty partition
082600 *> is filed too, so its run answers with an empty segment
082700 *> and the merge sees every partition accounted for.
082800 *> -------------------------------------------------------
082900 5000-FILE-PARTITION-ROWS.
083000     PERFORM 5100-FILE-ONE-PARTITION THRU 5100-EXIT
083100         VARYING WS-PART-SUB FROM 1 BY 1
083200         UNTIL WS-PART-SUB > WS-PART-COUNT.
083300 5000-EXIT.
083400     EXIT.
083500
083600 5100-FILE-ONE-PARTITION.
083700     MOVE WS-PARENT-RUN-ID TO PT-PARENT-RUN-ID.
083800     MOVE WS-PART-SUB TO PT-PARTITION-NUMBER.
083900     MOVE WS-PART-COUNT TO PT-PARTITION-COUNT.
084000     MOVE WS-METHOD-ENTRY TO PT-SPLIT-METHOD.
084100     MOVE WP-FIRST-DEPT (WS-PART-SUB) TO PT-FIRST-DEPARTMENT.
084200     MOVE WP-LAST-DEPT (WS-PART-SUB) TO PT-LAST-DEPARTMENT.
084300     MOVE WP-RECORDS (WS-PART-SUB) TO PT-RECORDS-ASSIGNED.
084400     MOVE 0 TO PT-RUN-ID.
084500     MOVE 0 TO PT-RETURN-CODE.
084600     SET PT-STATUS-SPLIT TO TRUE.
084700     MOVE 0 TO PT-MERGED-DATE.
084800     MOVE 0 TO PT-MERGED-TIME.
084900     MOVE SPACES TO PT-FILLER.
085000     WRITE PARTITION-REGISTRY-RECORD
085100         INVALID KEY
085200             DISPLAY 'UNABLE TO WRITE PARTREG, STATUS '
085300                 WS-PART-REG-STATUS
085400     END-WRITE.
085500 5100-EXIT.
085600     EXIT.
085700
085800 6000-PRINT-SUMMARY.
085900     MOVE WS-PARENT-RUN-ID TO PL-PARENT-RUN-ID.
086000     WRITE OUT-LINE FROM PARENT-LINE AFTER ADVANCING 2 LINES.
086100     IF SPLIT-BY-DEPARTMENT
086200         MOVE 'BY DEPARTMENT' TO ML-METHOD
086300     ELSE
086400         MOVE 'BY COUNT' TO ML-METHOD
086500     END-IF.
086600     WRITE OUT-LINE FROM METHOD-LINE AFTER ADVANCING 1 LINE.
086700     WRITE OUT-LINE FROM PART-HEAD-LINE AFTER ADVANCING 2 LINES.
086800     PERFORM 6100-PRINT-ONE-PARTITION THRU 6100-EXIT
086900         VARYING WS-PART-SUB FROM 1 BY 1
087000         UNTIL WS-PART-SUB > WS-PART-COUNT.
087100     MOVE WS-TOTAL-RECORDS TO PT-OUT-TOTAL.
087200     WRITE OUT-LINE FROM PART-TOTAL-LINE AFTER ADVANCING 1 LINE.
087300 6000-EXIT.
087400     EXIT.
087500
087600 6100-PRINT-ONE-PARTITION.
087700     MOVE WS-PART-SUB TO PD-PARTITION.
087800     MOVE WP-RECORDS (WS-PART-SUB) TO PD-RECORDS.
087900     MOVE WP-FIRST-DEPT (WS-PART-SUB) TO PD-FIRST-DEPT.
088000     MOVE WP-LAST-DEPT (WS-PART-SUB) TO PD-LAST-DEPT.
088100     WRITE OUT-LINE FROM PART-DETAIL-LINE AFTER ADVANCING 1 LINE.
088200 6100-EXIT.
088300     EXIT.
