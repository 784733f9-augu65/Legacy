000100 *> ---------------------------------------------------------
000200 *> SQRTALRT_POST - writes one alert to the shared ALRTFILE,
000300 *> called by every program that sees an alert-worthy event
000400 *> at the moment it sees it, so the alert exists even when
000500 *> the job goes on to fail.  The caller fills ALRTPARM; this
000600 *> routine stamps the date and time, finds a free sequence
000700 *> within the second, writes the row open at operator level
000800 *> and echoes it to the console.  A sign-on refusal is
000900 *> passed through as AP-SIGNON-REJECTED: the refusals for
001000 *> that operator ID on today's SECLOG (the caller has just
001100 *> written and closed it) are counted, and an SF alert is
001200 *> raised at the third and every third after - the same
001300 *> mark SQRTSEC flags as repeated failures.  ALRTFILE is
001400 *> created on first use.  Nothing here stops the caller: a
001500 *> failure comes back as AP-RETURN-CODE 16.
001600 *>
001700 *> Modification History:
001800 *>   2026-10-15  DW   New program.
001900 *> ---------------------------------------------------------
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. SQRTALRT_POST.
002200 AUTHOR. D. WHITFIELD.
002300 INSTALLATION. ENGINEERING SYSTEMS.
002400 DATE-WRITTEN. 10/15/2026.
002500 DATE-COMPILED.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL ALERT-FILE ASSIGN TO "ALRTFILE"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS ALERT-KEY
003300         FILE STATUS IS WS-ALERT-FILE-STATUS.
003400     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "SECLOG"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-SEC-FILE-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  ALERT-FILE.
004000     COPY ALRTREC.
004100 FD  SECURITY-LOG.
004200     COPY SECREC.
004300 WORKING-STORAGE SECTION.
004400 77  WS-ALERT-FILE-STATUS       PICTURE X(02) VALUE '00'.
004500     88 ALERT-FILE-OK                         VALUE '00'.
004600     88 ALERT-FILE-NOT-FOUND                  VALUE '35'.
004700     88 ALERT-DUPLICATE-KEY                   VALUE '22'.
004800 77  WS-SEC-FILE-STATUS         PICTURE X(02) VALUE '00'.
004900     88 SEC-FILE-OK                           VALUE '00' '05'.
005000 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
005100     88 END-OF-INPUT                          VALUE 'Y'.
005200 77  WS-WRITTEN-SW              PICTURE X(01) VALUE 'N'.
005300     88 ALERT-WRITTEN                         VALUE 'Y'.
005400 77  WS-TODAY-DATE              PICTURE 9(08) VALUE 0.
005500 77  WS-NOW-TIME                PICTURE 9(08) VALUE 0.
005600 *> repeated sign-on failures: the count of today's refusals
005700 *> for the ID, and the mark at which each alert is raised.
005800 77  WS-REJECT-COUNT            PICTURE 9(05) COMP VALUE 0.
005900 77  WS-REPEAT-THRESHOLD        PICTURE 9(03) COMP VALUE 3.
006000 77  WS-REPEAT-QUOTIENT         PICTURE 9(05) COMP VALUE 0.
006100 77  WS-REPEAT-REMAINDER        PICTURE 9(03) COMP VALUE 0.
006200 01  WS-SIGNON-MESSAGE.
006300     02 FILLER PICTURE X(19) VALUE 'SIGN-ON REFUSED    '.
006400     02 WS-SM-REJECTS          PICTURE ZZZZ9.
006500     02 FILLER PICTURE X(26) VALUE
006600        ' TIMES TODAY FOR THIS ID  '.
006700 LINKAGE SECTION.
006800 COPY ALRTPARM.
006900
007000 PROCEDURE DIVISION USING ALERT-PARAMETERS.
007100 0000-MAINLINE.
007200     MOVE 4 TO AP-RETURN-CODE.
007300     IF AP-SIGNON-REJECTED
007400         PERFORM 1000-COUNT-SIGNON-REJECTS THRU 1000-EXIT
007500         DIVIDE WS-REJECT-COUNT BY WS-REPEAT-THRESHOLD
007600             GIVING WS-REPEAT-QUOTIENT
007700             REMAINDER WS-REPEAT-REMAINDER
007800         IF WS-REJECT-COUNT = 0 OR WS-REPEAT-REMAINDER NOT = 0
007900             GOBACK
008000         END-IF
008100         MOVE 'W' TO AP-SEVERITY
008200         MOVE 'SF' TO AP-EVENT-CODE
008300         MOVE WS-REJECT-COUNT TO WS-SM-REJECTS
008400         MOVE WS-SIGNON-MESSAGE TO AP-MESSAGE
008500     ELSE
008600         IF NOT AP-RAISE-ALERT
008700             GOBACK
008800         END-IF
008900     END-IF.
009000     PERFORM 2000-WRITE-ALERT THRU 2000-EXIT.
009100     GOBACK.
009200
009300 *> -------------------------------------------------------
009400 *> 1000-COUNT-SIGNON-REJECTS - today's refusals on SECLOG
009500 *> for the operator ID just refused, this one included.
009600 *> -------------------------------------------------------
009700 1000-COUNT-SIGNON-REJECTS.
009800     MOVE 0 TO WS-REJECT-COUNT.
009900     MOVE 'N' TO WS-EOF-SW.
010000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
010100     OPEN INPUT SECURITY-LOG.
010200     IF NOT SEC-FILE-OK
010300         GO TO 1000-EXIT
010400     END-IF.
010500     PERFORM 1100-COUNT-ONE-ROW THRU 1100-EXIT
010600         UNTIL END-OF-INPUT.
010700     CLOSE SECURITY-LOG.
010800 1000-EXIT.
010900     EXIT.
011000
011100 1100-COUNT-ONE-ROW.
011200     READ SECURITY-LOG
011300         AT END
011400             MOVE 'Y' TO WS-EOF-SW
011500             GO TO 1100-EXIT
011600     END-READ.
011700     IF SC-RUN-DATE = WS-TODAY-DATE
011800         AND SC-OPERATOR-ID = AP-OPERATOR-ID
011900         AND SC-REJECTED
012000             ADD 1 TO WS-REJECT-COUNT
012100     END-IF.
012200 1100-EXIT.
012300     EXIT.
012400
012500 *> -------------------------------------------------------
012600 *> 2000-WRITE-ALERT - the row goes in open at operator
012700 *> level under the first free sequence in its second.
012800 *> -------------------------------------------------------
012900 2000-WRITE-ALERT.
013000     OPEN I-O ALERT-FILE.
013100     IF ALERT-FILE-NOT-FOUND
013200         OPEN OUTPUT ALERT-FILE
013300         CLOSE ALERT-FILE
013400         OPEN I-O ALERT-FILE
013500     END-IF.
013600     IF NOT ALERT-FILE-OK
013700         DISPLAY 'UNABLE TO OPEN ALRTFILE, STATUS '
013800             WS-ALERT-FILE-STATUS
013900         MOVE 16 TO AP-RETURN-CODE
014000         GO TO 2000-EXIT
014100     END-IF.
014200     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
014300     ACCEPT WS-NOW-TIME FROM TIME.
014400     MOVE SPACES TO ALERT-RECORD.
014500     MOVE WS-TODAY-DATE TO AT-ALERT-DATE.
014600     MOVE WS-NOW-TIME TO AT-ALERT-TIME.
014700     MOVE 0 TO AT-ALERT-SEQ.
014800     MOVE AP-SEVERITY TO AT-SEVERITY.
014900     MOVE AP-EVENT-CODE TO AT-EVENT-CODE.
015000     MOVE AP-PROGRAM-NAME TO AT-PROGRAM-NAME.
015100     MOVE AP-RUN-ID TO AT-RUN-ID.
015200     MOVE AP-OPERATOR-ID TO AT-OPERATOR-ID.
015300     MOVE AP-MESSAGE TO AT-MESSAGE.
015400     MOVE 'OP' TO AT-ALERT-STATUS.
015500     MOVE 'O' TO AT-ALERT-LEVEL.
015600     MOVE 0 TO AT-ESCALATED-DATE.
015700     MOVE 0 TO AT-ESCALATED-TIME.
015800     MOVE 0 TO AT-ACK-DATE.
015900     MOVE 0 TO AT-ACK-TIME.
016000     MOVE 'N' TO WS-WRITTEN-SW.
016100     PERFORM 2100-LAND-ALERT-ROW THRU 2100-EXIT
016200         UNTIL ALERT-WRITTEN.
016300     CLOSE ALERT-FILE.
016400     IF AP-RETURN-CODE NOT = 16
016500         MOVE 0 TO AP-RETURN-CODE
016600         DISPLAY 'ALERT ' AT-SEVERITY ' ' AT-EVENT-CODE ' '
016700             AT-PROGRAM-NAME ' ' AT-MESSAGE
016800     END-IF.
016900 2000-EXIT.
017000     EXIT.
017100
017200 *> a collision within the second moves to the next sequence;
017300 *> a full second, or any other failure, gives up.
017400 2100-LAND-ALERT-ROW.
017500     WRITE ALERT-RECORD.
017600     IF ALERT-FILE-OK
017700         MOVE 'Y' TO WS-WRITTEN-SW
017800         GO TO 2100-EXIT
017900     END-IF.
018000     IF ALERT-DUPLICATE-KEY AND AT-ALERT-SEQ < 99
018100         ADD 1 TO AT-ALERT-SEQ
018200         GO TO 2100-EXIT
018300     END-IF.
018400     DISPLAY 'UNABLE TO WRITE ALRTFILE, STATUS '
018500         WS-ALERT-FILE-STATUS.
018600     MOVE 16 TO AP-RETURN-CODE.
018700     MOVE 'Y' TO WS-WRITTEN-SW.
018800 2100-EXIT.
018900     EXIT.
