000100 *> ---------------------------------------------------------
000200 *> SQRTDLVR - per-department results delivery.  SQRTLOAD
000300 *> files every balanced answer on RSLTMAST, but nothing ever
000400 *> sent a department its results - they phoned in, and
000500 *> nobody could say which answers had gone out.  Run after
000600 *> SQRTLOAD, function N writes every not-yet-delivered
000700 *> result out to its department's own delivery extract -
000800 *> the DLVRxxxx DD named by the department code, one
000900 *> header / detail / trailer segment carrying the detail
001000 *> count and hash totals in the trailer - stamps each row
001100 *> delivered on RSLTMAST, and logs every extract, with the
001200 *> DD and dataset it went to, on the DLVRLOG delivery log.
001300 *> Function R re-sends what went to one department on a
001400 *> given delivery date to that department's DD alone (the
001500 *> rows are not re-stamped), and function U lists every
001600 *> result that has never been delivered.  SYSIN answers
001700 *> the prompts in order: function, department (blank = all;
001710 *> R needs one), and for R the delivery date.  RC 4 means
001720 *> a re-send found nothing to send, or a department with
001730 *> rows had no DD and its rows were held over; RC 8 means
001740 *> the request itself was unusable.
001800 *>
001900 *> Modification History:
002000 *>   2026-10-15  DW   New program.
002010 *>   2026-10-15  DW   Each department gets its own extract on
002020 *>                    the DLVRxxxx DD for its code instead of a
002030 *>                    segment on the shared DLVRFILE; the log
002040 *>                    names the DD and dataset, and a re-send
002050 *>                    must name its department.
002100 *> ---------------------------------------------------------
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. SQRTDLVR.
002400 AUTHOR. D. WHITFIELD.
002500 INSTALLATION. ENGINEERING SYSTEMS.
002600 DATE-WRITTEN. 10/15/2026.
002700 DATE-COMPILED.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
003200     SELECT OPTIONAL RESULT-MASTER ASSIGN TO "RSLTMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS RESULT-KEY
003600         FILE STATUS IS WS-RSLT-FILE-STATUS.
003700     SELECT OPTIONAL DEPT-MASTER ASSIGN TO "DEPTMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS DM-DEPT-CODE
004100         FILE STATUS IS WS-DEPT-FILE-STATUS.
004200     SELECT DELIVERY-EXTRACT ASSIGN USING WS-EXTRACT-DDNAME
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-DLVR-FILE-STATUS.
004500     SELECT OPTIONAL DELIVERY-LOG ASSIGN TO "DLVRLOG"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-DLOG-FILE-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  STANDARD-OUTPUT.
005100     01 OUT-LINE  PICTURE X(100).
005200 FD  RESULT-MASTER.
005300     COPY RSLTREC.
005400 FD  DEPT-MASTER.
005500     COPY DEPTREC.
005600 FD  DELIVERY-EXTRACT.
005700     COPY DLVRREC.
005800 FD  DELIVERY-LOG.
005900     COPY DLOGREC.
006000 WORKING-STORAGE SECTION.
006100 *> -------------------------------------------------------
006200 *> file statuses and read control
006300 *> -------------------------------------------------------
006400 77  WS-RSLT-FILE-STATUS        PICTURE X(02) VALUE '00'.
006500     88 RSLT-FILE-NOT-FOUND                   VALUE '35'.
006600 77  WS-DEPT-FILE-STATUS        PICTURE X(02) VALUE '00'.
006700     88 DEPT-FILE-NOT-FOUND                   VALUE '35'.
006800 77  WS-DLVR-FILE-STATUS        PICTURE X(02) VALUE '00'.
006900     88 DLVR-FILE-OK                          VALUE '00'.
007000 77  WS-DLOG-FILE-STATUS        PICTURE X(02) VALUE '00'.
007100     88 DLOG-FILE-OK                          VALUE '00' '05'.
007200 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
007300     88 END-OF-MASTER                         VALUE 'Y'.
007400 77  WS-DEPT-MASTER-SW          PICTURE X(01) VALUE 'N'.
007500     88 DEPT-MASTER-PRESENT                   VALUE 'Y'.
007600 77  WS-SELECT-SW               PICTURE X(01) VALUE 'N'.
007700     88 ROW-SELECTED                          VALUE 'Y'.
007710 77  WS-DEPT-EOF-SW             PICTURE X(01) VALUE 'N'.
007720     88 END-OF-DEPTS                          VALUE 'Y'.
007800 *> -------------------------------------------------------
007900 *> what SYSIN asked for.
008000 *> -------------------------------------------------------
008100 77  WS-FUNCTION                PICTURE X(01) VALUE SPACE.
008200     88 FUNC-DELIVER-NEW                      VALUE 'N'.
008300     88 FUNC-RESEND                           VALUE 'R'.
008400     88 FUNC-LIST-UNDELIVERED                 VALUE 'U'.
008500 77  WS-DEPT-ENTRY              PICTURE X(04) VALUE SPACES.
008600 77  WS-DATE-ENTRY              PICTURE X(08) VALUE SPACES.
008700 77  WS-DATE-ENTRY-NUM REDEFINES WS-DATE-ENTRY
008800                                  PICTURE 9(08).
008900 77  WS-RESEND-DATE             PICTURE 9(08) VALUE 0.
009000 77  WS-TODAY-DATE              PICTURE 9(08) VALUE 0.
009100 77  WS-NOW-TIME                PICTURE 9(08) VALUE 0.
009200 *> -------------------------------------------------------
009300 *> departments to deliver, found on the first pass: on a
009400 *> new delivery every department on DEPTMAST, so each
009410 *> allocated DD gets its extract even on a night with
009420 *> nothing for it, plus any department with rows to send;
009430 *> one extract is written per entry.
009500 *> -------------------------------------------------------
009600 77  WS-DEPT-MAX                PICTURE 9(03) COMP VALUE 200.
009700 77  WS-DEPT-COUNT              PICTURE 9(03) COMP VALUE 0.
009800 77  WS-DEPT-SUB                PICTURE 9(03) COMP VALUE 0.
009900 77  WS-DEPT-SLOT               PICTURE 9(03) COMP VALUE 0.
010000 77  WS-CUR-DEPT                PICTURE X(04) VALUE SPACES.
010009 *> -------------------------------------------------------
010018 *> the department's extract: its DD is DLVR followed by the
010027 *> department code, and the JCL points DLVRxxxx at the
010036 *> department's own generation of DLVR.xxxx under the base
010045 *> below, which is what the delivery log records.
010054 *> -------------------------------------------------------
010063 77  WS-EXTRACT-DDNAME          PICTURE X(08) VALUE SPACES.
010072 77  WS-EXTRACT-DSN-BASE        PICTURE X(19)
010081                                  VALUE 'PROD.SQRTBABY.DLVR.'.
010090 77  WS-EXTRACT-DSN             PICTURE X(44) VALUE SPACES.
010100 01  WS-DEPT-TABLE.
010200     02 WS-DEPT-SLOT-ENTRY OCCURS 200 TIMES.
010300        03 WT-DEPT-CODE         PICTURE X(04).
010310        03 WT-ROW-COUNT         PICTURE 9(07) COMP.
010400 *> -------------------------------------------------------
010500 *> the segment being written: count and hash totals, which
010600 *> wrap silently the same way the MACHFILE writers' do.
010700 *> -------------------------------------------------------
010800 77  WS-SEG-COUNT               PICTURE 9(07) COMP VALUE 0.
010900 77  WS-SEG-HASH-IN-Z           PICTURE S9(15)V9(06) VALUE 0.
011000 77  WS-SEG-HASH-OUT-Y          PICTURE S9(15)V9(18) VALUE 0.
011100 *> -------------------------------------------------------
011200 *> control counts
011300 *> -------------------------------------------------------
011400 77  WS-ROWS-READ               PICTURE 9(07) COMP VALUE 0.
011500 77  WS-SEGS-WRITTEN            PICTURE 9(05) COMP VALUE 0.
011600 77  WS-ROWS-SENT               PICTURE 9(07) COMP VALUE 0.
011700 77  WS-ROWS-STAMPED            PICTURE 9(07) COMP VALUE 0.
011800 77  WS-ROWS-HELD-OVER          PICTURE 9(07) COMP VALUE 0.
011810 77  WS-ROWS-NO-DD              PICTURE 9(07) COMP VALUE 0.
011820 77  WS-ROWS-SELECTED           PICTURE 9(07) COMP VALUE 0.
011900 77  WS-ROWS-UNDELIVERED        PICTURE 9(07) COMP VALUE 0.
012000 *> -------------------------------------------------------
012100 *> prompts and report lines
012200 *> -------------------------------------------------------
012300 01  FUNCTION-PROMPT.
012400     02 FILLER PICTURE X(56) VALUE
012500        ' ENTER N DELIVER NEW, R RE-SEND, U LIST UNDELIVERED: '.
012600 01  DEPT-PROMPT.
012700     02 FILLER PICTURE X(36) VALUE
012800        ' ENTER DEPARTMENT CODE, BLANK = ALL'.
012900 01  DATE-PROMPT.
013000     02 FILLER PICTURE X(42) VALUE
013100        ' ENTER DELIVERY DATE TO RE-SEND, YYYYMMDD'.
013200 01  DLVR-HEADER-LINE.
013300     02 FILLER PICTURE X(9) VALUE SPACES.
013400     02 FILLER PICTURE X(26) VALUE 'RESULTS DELIVERY REPORT   '.
013500     02 DH-TODAY-DATE         PICTURE 9(08).
013600 01  DLVR-UNDER-LINE.
013700     02 FILLER PICTURE X(44) VALUE
013800        '--------------------------------------------'.
013900 01  BAD-FUNCTION-MESS.
014000     02 FILLER PICTURE X(43) VALUE
014100        ' FUNCTION MUST BE N, R OR U - NOTHING DONE.'.
014110 01  NO-DEPT-MESS.
014120     02 FILLER PICTURE X(46) VALUE
014130        ' RE-SEND NEEDS A DEPARTMENT - NOTHING DONE.   '.
014200 01  BAD-DATE-MESS.
014300     02 FILLER PICTURE X(46) VALUE
014400        ' RE-SEND NEEDS A YYYYMMDD DATE - NOTHING DONE.'.
014500 01  NO-MASTER-MESS.
014600     02 FILLER PICTURE X(36) VALUE
014700        ' RSLTMAST NOT FOUND - NOTHING TO DO.'.
014800 01  NOTHING-NEW-MESS.
014900     02 FILLER PICTURE X(36) VALUE
015000        ' NO UNDELIVERED RESULTS TO DELIVER.'.
015100 01  NOTHING-RESEND-MESS.
015200     02 FILLER PICTURE X(31) VALUE
015300        ' NOTHING WAS DELIVERED ON DATE '.
015400     02 NR-DATE               PICTURE 9(08).
015500     02 FILLER PICTURE X(22) VALUE
015600        ' - NOTHING RE-SENT.   '.
015700 01  DEPT-RESULT-LINE.
015800     02 FILLER PICTURE X(06) VALUE ' DEPT '.
015900     02 DR-DEPT-CODE          PICTURE X(04).
016000     02 FILLER PICTURE X(02) VALUE SPACES.
016100     02 DR-DEPT-NAME          PICTURE X(25).
016200     02 FILLER PICTURE X(07) VALUE '  ROWS '.
016300     02 DR-ROW-COUNT          PICTURE ZZZ,ZZ9.
016400     02 FILLER PICTURE X(02) VALUE SPACES.
016500     02 DR-DISPOSITION        PICTURE X(30).
016600 01  UNDELIVERED-HEAD-LINE.
016700     02 FILLER PICTURE X(50) VALUE
016800        ' REQUEST  DG DEPT ST RUN ID           RUN DATE'.
016900 01  UNDELIVERED-LINE.
017000     02 FILLER PICTURE X(01) VALUE SPACE.
017100     02 UL-REQUEST-ID         PICTURE X(08).
017200     02 FILLER PICTURE X(01) VALUE SPACE.
017300     02 UL-ROOT-DEGREE        PICTURE 9(02).
017400     02 FILLER PICTURE X(01) VALUE SPACE.
017500     02 UL-DEPARTMENT         PICTURE X(04).
017600     02 FILLER PICTURE X(01) VALUE SPACE.
017700     02 UL-STATUS-CODE        PICTURE X(02).
017800     02 FILLER PICTURE X(01) VALUE SPACE.
017900     02 UL-RUN-ID             PICTURE 9(16).
018000     02 FILLER PICTURE X(01) VALUE SPACE.
018100     02 UL-RUN-DATE           PICTURE 9(08).
018200 01  DLVR-READ-LINE.
018300     02 FILLER PICTURE X(25) VALUE ' RESULT ROWS READ......: '.
018400     02 DC-ROWS-READ          PICTURE ZZZ,ZZ9.
018500 01  DLVR-SEGS-LINE.
018600     02 FILLER PICTURE X(25) VALUE ' DEPARTMENT EXTRACTS...: '.
018700     02 DC-SEGS-WRITTEN       PICTURE ZZZ,ZZ9.
018800 01  DLVR-SENT-LINE.
018900     02 FILLER PICTURE X(25) VALUE ' RESULT ROWS SENT......: '.
019000     02 DC-ROWS-SENT          PICTURE ZZZ,ZZ9.
019100 01  DLVR-STAMPED-LINE.
019200     02 FILLER PICTURE X(25) VALUE ' STAMPED DELIVERED.....: '.
019300     02 DC-ROWS-STAMPED       PICTURE ZZZ,ZZ9.
019400 01  DLVR-HELD-LINE.
019500     02 FILLER PICTURE X(25) VALUE ' HELD OVER, TABLE FULL.: '.
019600     02 DC-ROWS-HELD-OVER     PICTURE ZZZ,ZZ9.
019610 01  DLVR-NO-DD-LINE.
019620     02 FILLER PICTURE X(25) VALUE ' HELD OVER, NO DD......: '.
019630     02 DC-ROWS-NO-DD         PICTURE ZZZ,ZZ9.
019700 01  DLVR-UNDELIVERED-LINE.
019800     02 FILLER PICTURE X(25) VALUE ' NEVER DELIVERED.......: '.
019900     02 DC-ROWS-UNDELIVERED   PICTURE ZZZ,ZZ9.
020000
020100 PROCEDURE DIVISION.
020200 0000-MAINLINE.
020300     OPEN OUTPUT STANDARD-OUTPUT.
020400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
020500     MOVE WS-TODAY-DATE TO DH-TODAY-DATE.
020600     WRITE OUT-LINE FROM DLVR-HEADER-LINE
020700         AFTER ADVANCING 0 LINES.
020800     WRITE OUT-LINE FROM DLVR-UNDER-LINE AFTER ADVANCING 1 LINE.
020900     PERFORM 1000-GET-REQUEST THRU 1000-EXIT.
021000     IF FUNC-DELIVER-NEW
021100         OPEN I-O RESULT-MASTER
021200     ELSE
021300         OPEN INPUT RESULT-MASTER
021400     END-IF.
021500     IF RSLT-FILE-NOT-FOUND
021600         WRITE OUT-LINE FROM NO-MASTER-MESS
021700             AFTER ADVANCING 1 LINE
021800         CLOSE STANDARD-OUTPUT
021900         MOVE 0 TO RETURN-CODE
022000         STOP RUN
022100     END-IF.
022200     IF FUNC-LIST-UNDELIVERED
022300         PERFORM 4000-LIST-UNDELIVERED THRU 4000-EXIT
022400     ELSE
022500         PERFORM 0500-OPEN-DELIVERY-FILES THRU 0500-EXIT
022600         PERFORM 2000-FIND-DEPARTMENTS THRU 2000-EXIT
022700         MOVE 1 TO WS-DEPT-SUB
022800         PERFORM 3000-DELIVER-ONE-DEPT THRU 3000-EXIT
022900             UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
023000         PERFORM 0700-CLOSE-DELIVERY-FILES THRU 0700-EXIT
023100     END-IF.
023200     PERFORM 5000-PRINT-COUNTS THRU 5000-EXIT.
023300     CLOSE RESULT-MASTER.
023400     CLOSE STANDARD-OUTPUT.
023500     IF FUNC-RESEND AND WS-SEGS-WRITTEN = 0
023510         MOVE 4 TO RETURN-CODE
023520     ELSE
023530         IF WS-ROWS-NO-DD > 0
023540             MOVE 4 TO RETURN-CODE
023550         ELSE
023560             MOVE 0 TO RETURN-CODE
023570         END-IF
023580     END-IF.
024000     STOP RUN.
024100
024200 *> -------------------------------------------------------
024300 *> 0500-OPEN-DELIVERY-FILES - the log is appended; each
024310 *> department's extract is opened in its own turn by
024320 *> 3000.  DEPTMAST only supplies the department list and
024330 *> the name on each extract header, so running without it
024340 *> is allowed.
024700 *> -------------------------------------------------------
024800 0500-OPEN-DELIVERY-FILES.
025600     OPEN EXTEND DELIVERY-LOG.
025700     IF NOT DLOG-FILE-OK
025800         DISPLAY 'UNABLE TO OPEN DLVRLOG, STATUS '
025900             WS-DLOG-FILE-STATUS
026000         MOVE 16 TO RETURN-CODE
026100         STOP RUN
026200     END-IF.
026300     OPEN INPUT DEPT-MASTER.
026400     IF NOT DEPT-FILE-NOT-FOUND
026500         SET DEPT-MASTER-PRESENT TO TRUE
026600     END-IF.
026700 0500-EXIT.
026800     EXIT.
026900
027000 0700-CLOSE-DELIVERY-FILES.
027200     CLOSE DELIVERY-LOG.
027300     IF DEPT-MASTER-PRESENT
027400         CLOSE DEPT-MASTER
027500     END-IF.
027600 0700-EXIT.
027700     EXIT.
027800
027900 *> -------------------------------------------------------
028000 *> 1000-GET-REQUEST - function, department, and for a
028100 *> re-send the delivery date.  Anything unusable ends the
028200 *> run RC 8 before a file is touched.
028300 *> -------------------------------------------------------
028400 1000-GET-REQUEST.
028500     WRITE OUT-LINE FROM FUNCTION-PROMPT AFTER ADVANCING 1 LINE.
028600     ACCEPT WS-FUNCTION.
028700     IF NOT FUNC-DELIVER-NEW AND NOT FUNC-RESEND
028800         AND NOT FUNC-LIST-UNDELIVERED
028900         WRITE OUT-LINE FROM BAD-FUNCTION-MESS
029000             AFTER ADVANCING 1 LINE
029100         CLOSE STANDARD-OUTPUT
029200         MOVE 8 TO RETURN-CODE
029300         STOP RUN
029400     END-IF.
029500     WRITE OUT-LINE FROM DEPT-PROMPT AFTER ADVANCING 1 LINE.
029600     MOVE SPACES TO WS-DEPT-ENTRY.
029700     ACCEPT WS-DEPT-ENTRY.
029710     IF FUNC-RESEND AND WS-DEPT-ENTRY = SPACES
029720         WRITE OUT-LINE FROM NO-DEPT-MESS
029730             AFTER ADVANCING 1 LINE
029740         CLOSE STANDARD-OUTPUT
029750         MOVE 8 TO RETURN-CODE
029760         STOP RUN
029770     END-IF.
029800     IF NOT FUNC-RESEND
029900         GO TO 1000-EXIT
030000     END-IF.
030100     WRITE OUT-LINE FROM DATE-PROMPT AFTER ADVANCING 1 LINE.
030200     MOVE SPACES TO WS-DATE-ENTRY.
030300     ACCEPT WS-DATE-ENTRY.
030400     IF WS-DATE-ENTRY-NUM NOT NUMERIC OR WS-DATE-ENTRY-NUM = 0
030500         WRITE OUT-LINE FROM BAD-DATE-MESS
030600             AFTER ADVANCING 1 LINE
030700         CLOSE STANDARD-OUTPUT
030800         MOVE 8 TO RETURN-CODE
030900         STOP RUN
031000     END-IF.
031100     MOVE WS-DATE-ENTRY-NUM TO WS-RESEND-DATE.
031200 1000-EXIT.
031300     EXIT.
031400
031500 *> -------------------------------------------------------
031600 *> 2000-FIND-DEPARTMENTS - first pass over the master to
031610 *> learn which departments have rows to send, so each gets
031620 *> exactly one extract.  A new delivery starts the table
031630 *> from DEPTMAST so every department's DD is opened and
031640 *> gets at least a header and trailer.  Rows of a
031650 *> department that will not fit the table are held over to
031660 *> the next delivery.
032000 *> -------------------------------------------------------
032100 2000-FIND-DEPARTMENTS.
032110     IF FUNC-DELIVER-NEW AND DEPT-MASTER-PRESENT
032120         PERFORM 2050-START-DEPTS THRU 2050-EXIT
032130         PERFORM 2060-NOTE-ONE-DEPT THRU 2060-EXIT
032140             UNTIL END-OF-DEPTS
032150     END-IF.
032200     PERFORM 2500-START-MASTER THRU 2500-EXIT.
032300     PERFORM 2100-NOTE-ONE-ROW THRU 2100-EXIT
032400         UNTIL END-OF-MASTER.
032500     IF WS-ROWS-SELECTED = 0
032600         IF FUNC-RESEND
032700             MOVE WS-RESEND-DATE TO NR-DATE
032800             WRITE OUT-LINE FROM NOTHING-RESEND-MESS
032900                 AFTER ADVANCING 1 LINE
033000         ELSE
033100             WRITE OUT-LINE FROM NOTHING-NEW-MESS
033200                 AFTER ADVANCING 1 LINE
033300         END-IF
033400     END-IF.
033500 2000-EXIT.
033600     EXIT.
033603
033606 *> -------------------------------------------------------
033609 *> 2050-START-DEPTS - position at the front of DEPTMAST for
033612 *> the pass that starts the department table.
033615 *> -------------------------------------------------------
033618 2050-START-DEPTS.
033621     MOVE 'N' TO WS-DEPT-EOF-SW.
033624     MOVE LOW-VALUES TO DM-DEPT-CODE.
033627     START DEPT-MASTER KEY NOT LESS THAN DM-DEPT-CODE
033630         INVALID KEY
033633             MOVE 'Y' TO WS-DEPT-EOF-SW
033636     END-START.
033639 2050-EXIT.
033642     EXIT.
033645
033648 2060-NOTE-ONE-DEPT.
033651     READ DEPT-MASTER NEXT RECORD
033654         AT END
033657             MOVE 'Y' TO WS-DEPT-EOF-SW
033660             GO TO 2060-EXIT
033663     END-READ.
033666     IF WS-DEPT-ENTRY NOT = SPACES
033669         AND DM-DEPT-CODE NOT = WS-DEPT-ENTRY
033672         GO TO 2060-EXIT
033675     END-IF.
033678     IF WS-DEPT-COUNT < WS-DEPT-MAX
033681         ADD 1 TO WS-DEPT-COUNT
033684         MOVE DM-DEPT-CODE TO WT-DEPT-CODE (WS-DEPT-COUNT)
033687         MOVE 0 TO WT-ROW-COUNT (WS-DEPT-COUNT)
033690     END-IF.
033693 2060-EXIT.
033696     EXIT.
033700
033800 2100-NOTE-ONE-ROW.
033900     READ RESULT-MASTER NEXT RECORD
034000         AT END
034100             MOVE 'Y' TO WS-EOF-SW
034200             GO TO 2100-EXIT
034300     END-READ.
034400     ADD 1 TO WS-ROWS-READ.
034500     MOVE SPACES TO WS-CUR-DEPT.
034600     PERFORM 2600-SELECT-ROW THRU 2600-EXIT.
034700     IF NOT ROW-SELECTED
034710         GO TO 2100-EXIT
034720     END-IF.
034730     ADD 1 TO WS-ROWS-SELECTED.
034740     MOVE 0 TO WS-DEPT-SLOT.
034750     MOVE 1 TO WS-DEPT-SUB.
034760     PERFORM 2200-TEST-DEPT-SLOT THRU 2200-EXIT
034770         UNTIL WS-DEPT-SLOT > 0 OR WS-DEPT-SUB > WS-DEPT-COUNT.
034780     IF WS-DEPT-SLOT = 0
034790         IF WS-DEPT-COUNT < WS-DEPT-MAX
034800             ADD 1 TO WS-DEPT-COUNT
034810             MOVE RS-DEPARTMENT TO WT-DEPT-CODE (WS-DEPT-COUNT)
034820             MOVE 0 TO WT-ROW-COUNT (WS-DEPT-COUNT)
034830             MOVE WS-DEPT-COUNT TO WS-DEPT-SLOT
034840         ELSE
034850             ADD 1 TO WS-ROWS-HELD-OVER
034860             GO TO 2100-EXIT
034870         END-IF
034880     END-IF.
034890     ADD 1 TO WT-ROW-COUNT (WS-DEPT-SLOT).
036200 2100-EXIT.
036300     EXIT.
036400
036500 2200-TEST-DEPT-SLOT.
036600     IF WT-DEPT-CODE (WS-DEPT-SUB) = RS-DEPARTMENT
036700         MOVE WS-DEPT-SUB TO WS-DEPT-SLOT
036800     END-IF.
036900     ADD 1 TO WS-DEPT-SUB.
037000 2200-EXIT.
037100     EXIT.
037200
037300 *> -------------------------------------------------------
037400 *> 2500-START-MASTER - position at the front of RSLTMAST
037500 *> for another sequential pass.
037600 *> -------------------------------------------------------
037700 2500-START-MASTER.
037800     MOVE 'N' TO WS-EOF-SW.
037900     MOVE LOW-VALUES TO RESULT-KEY.
038000     START RESULT-MASTER KEY NOT LESS THAN RESULT-KEY
038100         INVALID KEY
038200             MOVE 'Y' TO WS-EOF-SW
038300     END-START.
038400 2500-EXIT.
038500     EXIT.
038600
038700 *> -------------------------------------------------------
038800 *> 2600-SELECT-ROW - a new delivery takes every row not yet
038900 *> delivered; a re-send takes the rows stamped with the
039000 *> date asked for.  The department asked for narrows either
039100 *> one, and WS-CUR-DEPT narrows the pass to one segment's
039200 *> department when it is set.
039300 *> -------------------------------------------------------
039400 2600-SELECT-ROW.
039500     MOVE 'N' TO WS-SELECT-SW.
039600     IF WS-DEPT-ENTRY NOT = SPACES
039700         AND RS-DEPARTMENT NOT = WS-DEPT-ENTRY
039800         GO TO 2600-EXIT
039900     END-IF.
040000     IF WS-CUR-DEPT NOT = SPACES
040100         AND RS-DEPARTMENT NOT = WS-CUR-DEPT
040200         GO TO 2600-EXIT
040300     END-IF.
040400     IF FUNC-RESEND
040500         IF RS-DELIVERED-DATE = WS-RESEND-DATE
040600             MOVE 'Y' TO WS-SELECT-SW
040700         END-IF
040800     ELSE
040900         IF RS-NOT-DELIVERED
041000             MOVE 'Y' TO WS-SELECT-SW
041100         END-IF
041200     END-IF.
041300 2600-EXIT.
041400     EXIT.
041500
041600 *> -------------------------------------------------------
041700 *> 3000-DELIVER-ONE-DEPT - one department's extract: its DD
041710 *> opened, header, a pass over the master for the
041720 *> department's rows, trailer, and the delivery log row
041730 *> that mirrors the trailer.  A department whose DD is not
041740 *> in the step sends nothing; its rows stay undelivered for
041750 *> the next delivery once the DD is added, and a department
041760 *> with nothing to send and no DD is passed over quietly.
041770 *> -------------------------------------------------------
041780 3000-DELIVER-ONE-DEPT.
041790     MOVE WT-DEPT-CODE (WS-DEPT-SUB) TO WS-CUR-DEPT.
041800     MOVE WS-DEPT-SUB TO WS-DEPT-SLOT.
041810     ADD 1 TO WS-DEPT-SUB.
041820     MOVE SPACES TO WS-EXTRACT-DDNAME.
041830     STRING 'DLVR' WS-CUR-DEPT DELIMITED BY SPACE
041840         INTO WS-EXTRACT-DDNAME.
041850     MOVE SPACES TO WS-EXTRACT-DSN.
041860     STRING WS-EXTRACT-DSN-BASE WS-CUR-DEPT DELIMITED BY SPACE
041870         INTO WS-EXTRACT-DSN.
041880     OPEN OUTPUT DELIVERY-EXTRACT.
041890     IF NOT DLVR-FILE-OK
041900         PERFORM 3050-NO-EXTRACT-DD THRU 3050-EXIT
041910         GO TO 3000-EXIT
041920     END-IF.
041930     MOVE 0 TO WS-SEG-COUNT.
041940     MOVE 0 TO WS-SEG-HASH-IN-Z.
041950     MOVE 0 TO WS-SEG-HASH-OUT-Y.
042600     ACCEPT WS-NOW-TIME FROM TIME.
042700     PERFORM 3300-WRITE-SEGMENT-HEADER THRU 3300-EXIT.
042800     PERFORM 2500-START-MASTER THRU 2500-EXIT.
042900     PERFORM 3100-SEND-ONE-ROW THRU 3100-EXIT
043000         UNTIL END-OF-MASTER.
043100     MOVE SPACES TO DLVR-TRAILER-RECORD.
043200     SET XT-TRAILER-ROW TO TRUE.
043300     MOVE WS-CUR-DEPT TO XT-DEPT-CODE.
043400     MOVE WS-SEG-COUNT TO XT-DETAIL-COUNT.
043500     MOVE WS-SEG-HASH-IN-Z TO XT-HASH-IN-Z.
043600     MOVE WS-SEG-HASH-OUT-Y TO XT-HASH-OUT-Y.
043700     WRITE DLVR-TRAILER-RECORD.
043800     ADD 1 TO WS-SEGS-WRITTEN.
043900     PERFORM 3400-LOG-SEGMENT THRU 3400-EXIT.
044000     MOVE WS-CUR-DEPT TO DR-DEPT-CODE.
044100     MOVE XH-DEPT-NAME TO DR-DEPT-NAME.
044200     MOVE WS-SEG-COUNT TO DR-ROW-COUNT.
044300     IF FUNC-RESEND
044400         MOVE ' RE-SENT' TO DR-DISPOSITION
044500     ELSE
044600         MOVE ' DELIVERED' TO DR-DISPOSITION
044700     END-IF.
044800     WRITE OUT-LINE FROM DEPT-RESULT-LINE AFTER ADVANCING 1 LINE.
044810     CLOSE DELIVERY-EXTRACT.
044900     MOVE SPACES TO WS-CUR-DEPT.
045100 3000-EXIT.
045200     EXIT.
045204
045208 *> -------------------------------------------------------
045212 *> 3050-NO-EXTRACT-DD - the department's DD could not be
045216 *> opened.  Its rows are counted held over and reported
045220 *> against the DD that is missing.
045224 *> -------------------------------------------------------
045228 3050-NO-EXTRACT-DD.
045232     IF WT-ROW-COUNT (WS-DEPT-SLOT) = 0
045236         GO TO 3050-EXIT
045240     END-IF.
045244     ADD WT-ROW-COUNT (WS-DEPT-SLOT) TO WS-ROWS-NO-DD.
045248     DISPLAY 'UNABLE TO OPEN ' WS-EXTRACT-DDNAME ', STATUS '
045252         WS-DLVR-FILE-STATUS.
045256     MOVE WS-CUR-DEPT TO DR-DEPT-CODE.
045260     MOVE SPACES TO DR-DEPT-NAME.
045264     MOVE WT-ROW-COUNT (WS-DEPT-SLOT) TO DR-ROW-COUNT.
045268     MOVE SPACES TO DR-DISPOSITION.
045272     STRING ' NO ' WS-EXTRACT-DDNAME DELIMITED BY SPACE
045276         ' DD - NOT SENT' DELIMITED BY SIZE
045280         INTO DR-DISPOSITION.
045284     WRITE OUT-LINE FROM DEPT-RESULT-LINE AFTER ADVANCING 1 LINE.
045288     MOVE SPACES TO WS-CUR-DEPT.
045292 3050-EXIT.
045296     EXIT.
045300
045400 *> -------------------------------------------------------
045500 *> 3100-SEND-ONE-ROW - a selected row goes out as a detail
045600 *> and into the trailer totals; on a new delivery it is
045700 *> stamped delivered today so it never goes out twice.
045800 *> -------------------------------------------------------
045900 3100-SEND-ONE-ROW.
046000     READ RESULT-MASTER NEXT RECORD
046100         AT END
046200             MOVE 'Y' TO WS-EOF-SW
046300             GO TO 3100-EXIT
046400     END-READ.
046500     PERFORM 2600-SELECT-ROW THRU 2600-EXIT.
046600     IF NOT ROW-SELECTED
046700         GO TO 3100-EXIT
046800     END-IF.
046900     MOVE SPACES TO DLVR-DETAIL-RECORD.
047000     SET XD-DETAIL-ROW TO TRUE.
047100     MOVE RS-REQUEST-ID TO XD-REQUEST-ID.
047200     MOVE RS-ROOT-DEGREE TO XD-ROOT-DEGREE.
047300     MOVE RS-IN-Z TO XD-IN-Z.
047400     MOVE RS-OUT-Y TO XD-OUT-Y.
047500     MOVE RS-STATUS-CODE TO XD-STATUS-CODE.
047600     MOVE RS-RUN-ID TO XD-RUN-ID.
047700     MOVE RS-RUN-DATE TO XD-RUN-DATE.
047800     WRITE DLVR-DETAIL-RECORD.
047900     ADD 1 TO WS-SEG-COUNT.
048000     ADD 1 TO WS-ROWS-SENT.
048100     ADD RS-IN-Z TO WS-SEG-HASH-IN-Z
048200         ON SIZE ERROR CONTINUE
048300     END-ADD.
048400     ADD RS-OUT-Y TO WS-SEG-HASH-OUT-Y
048500         ON SIZE ERROR CONTINUE
048600     END-ADD.
048700     IF FUNC-DELIVER-NEW
048800         MOVE WS-TODAY-DATE TO RS-DELIVERED-DATE
048900         REWRITE RESULT-MASTER-RECORD
049000             INVALID KEY
049100                 CONTINUE
049200             NOT INVALID KEY
049300                 ADD 1 TO WS-ROWS-STAMPED
049400         END-REWRITE
049500     END-IF.
049600 3100-EXIT.
049700     EXIT.
049800
049900 3300-WRITE-SEGMENT-HEADER.
050000     MOVE SPACES TO DLVR-HEADER-RECORD.
050100     SET XH-HEADER-ROW TO TRUE.
050200     MOVE WS-CUR-DEPT TO XH-DEPT-CODE.
050300     MOVE 'NOT ON DEPTMAST' TO XH-DEPT-NAME.
050400     IF DEPT-MASTER-PRESENT
050500         MOVE WS-CUR-DEPT TO DM-DEPT-CODE
050600         READ DEPT-MASTER
050700             INVALID KEY
050800                 CONTINUE
050900             NOT INVALID KEY
051000                 MOVE DM-DEPT-NAME TO XH-DEPT-NAME
051100         END-READ
051200     END-IF.
051300     MOVE WS-TODAY-DATE TO XH-EXTRACT-DATE.
051400     MOVE WS-NOW-TIME TO XH-EXTRACT-TIME.
051500     IF FUNC-RESEND
051600         SET XH-RESEND TO TRUE
051700         MOVE WS-RESEND-DATE TO XH-DELIVERED-DATE
051800     ELSE
051900         SET XH-FIRST-DELIVERY TO TRUE
052000         MOVE WS-TODAY-DATE TO XH-DELIVERED-DATE
052100     END-IF.
052200     WRITE DLVR-HEADER-RECORD.
052300 3300-EXIT.
052400     EXIT.
052500
052600 3400-LOG-SEGMENT.
052700     MOVE SPACES TO DLVR-LOG-RECORD.
052800     MOVE WS-TODAY-DATE TO DL-LOG-DATE.
052900     MOVE WS-NOW-TIME TO DL-LOG-TIME.
053000     MOVE WS-CUR-DEPT TO DL-DEPT-CODE.
053100     MOVE XH-SEND-TYPE TO DL-SEND-TYPE.
053200     MOVE XH-DELIVERED-DATE TO DL-DELIVERED-DATE.
053300     MOVE WS-SEG-COUNT TO DL-DETAIL-COUNT.
053400     MOVE WS-SEG-HASH-IN-Z TO DL-HASH-IN-Z.
053500     MOVE WS-SEG-HASH-OUT-Y TO DL-HASH-OUT-Y.
053510     MOVE WS-EXTRACT-DDNAME TO DL-EXTRACT-DD.
053520     MOVE WS-EXTRACT-DSN TO DL-EXTRACT-DSN.
053600     WRITE DLVR-LOG-RECORD.
053700 3400-EXIT.
053800     EXIT.
053900
054000 *> -------------------------------------------------------
054100 *> 4000-LIST-UNDELIVERED - every result still waiting for
054200 *> its first delivery, oldest run first within request.
054300 *> -------------------------------------------------------
054400 4000-LIST-UNDELIVERED.
054500     WRITE OUT-LINE FROM UNDELIVERED-HEAD-LINE
054600         AFTER ADVANCING 2 LINES.
054700     PERFORM 2500-START-MASTER THRU 2500-EXIT.
054800     PERFORM 4100-LIST-ONE-ROW THRU 4100-EXIT
054900         UNTIL END-OF-MASTER.
055000 4000-EXIT.
055100     EXIT.
055200
055300 4100-LIST-ONE-ROW.
055400     READ RESULT-MASTER NEXT RECORD
055500         AT END
055600             MOVE 'Y' TO WS-EOF-SW
055700             GO TO 4100-EXIT
055800     END-READ.
055900     ADD 1 TO WS-ROWS-READ.
056000     PERFORM 2600-SELECT-ROW THRU 2600-EXIT.
056100     IF NOT ROW-SELECTED
056200         GO TO 4100-EXIT
056300     END-IF.
056400     ADD 1 TO WS-ROWS-UNDELIVERED.
056500     MOVE RS-REQUEST-ID TO UL-REQUEST-ID.
056600     MOVE RS-ROOT-DEGREE TO UL-ROOT-DEGREE.
056700     MOVE RS-DEPARTMENT TO UL-DEPARTMENT.
056800     MOVE RS-STATUS-CODE TO UL-STATUS-CODE.
056900     MOVE RS-RUN-ID TO UL-RUN-ID.
057000     MOVE RS-RUN-DATE TO UL-RUN-DATE.
057100     WRITE OUT-LINE FROM UNDELIVERED-LINE AFTER ADVANCING 1 LINE.
057200 4100-EXIT.
057300     EXIT.
057400
057500 5000-PRINT-COUNTS.
057600     MOVE WS-ROWS-READ TO DC-ROWS-READ.
057700     WRITE OUT-LINE FROM DLVR-READ-LINE AFTER ADVANCING 2 LINES.
057800     IF FUNC-LIST-UNDELIVERED
057900         MOVE WS-ROWS-UNDELIVERED TO DC-ROWS-UNDELIVERED
058000         WRITE OUT-LINE FROM DLVR-UNDELIVERED-LINE
058100             AFTER ADVANCING 1 LINE
058200         GO TO 5000-EXIT
058300     END-IF.
058400     MOVE WS-SEGS-WRITTEN TO DC-SEGS-WRITTEN.
058500     WRITE OUT-LINE FROM DLVR-SEGS-LINE AFTER ADVANCING 1 LINE.
058600     MOVE WS-ROWS-SENT TO DC-ROWS-SENT.
058700     WRITE OUT-LINE FROM DLVR-SENT-LINE AFTER ADVANCING 1 LINE.
058800     MOVE WS-ROWS-STAMPED TO DC-ROWS-STAMPED.
058900     WRITE OUT-LINE FROM DLVR-STAMPED-LINE AFTER ADVANCING 1 LINE.
059000     MOVE WS-ROWS-HELD-OVER TO DC-ROWS-HELD-OVER.
059100     WRITE OUT-LINE FROM DLVR-HELD-LINE AFTER ADVANCING 1 LINE.
059110     MOVE WS-ROWS-NO-DD TO DC-ROWS-NO-DD.
059120     WRITE OUT-LINE FROM DLVR-NO-DD-LINE AFTER ADVANCING 1 LINE.
059200 5000-EXIT.
059300     EXIT.
