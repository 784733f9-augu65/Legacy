001970 *>                   exception row does not carry them), so
001980 *>                   SQRTRXMT can rebuild a feed segment from
001990 *>                   the audit trail.
001990 *>   2026-10-15  DW   Every audit row is now sealed: its hash
001990 *>                   and identifying fields are filed on the
001990 *>                   keyed AUDSEAL file as it is written, and
001990 *>                   the run's row count, chained hash and
001990 *>                   hash total are filed there as the run
001990 *>                   closes, for SQRTSEAL to verify later.
001990 *>   2026-10-15  DW   Registry and feed rows fill the new
001990 *>                   profile-name and decimal-places fields:
001990 *>                   blank, since a retry takes no profile,
001990 *>                   and 18, the full precision a recovered
001990 *>                   answer is carried at.
001990 *>   2026-10-15  DW   A refused sign-on is posted to the
001990 *>                   alert feed (SQRTALRT_POST).
001990 *>   2026-10-15  DW   A rational-exponent exception is re-driven
001990 *>                   at the exponent numerator it failed at,
001990 *>                   and the numerator is carried onto the
001990 *>                   audit, machine, cache and problem rows.
002000 *> ---------------------------------------------------------
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. SQRTRTRY.
005792         ACCESS MODE IS DYNAMIC
005793         RECORD KEY IS AUDIT-INDEX-KEY
005794         FILE STATUS IS WS-AIDX-FILE-STATUS.
005794     SELECT OPTIONAL AUDIT-SEAL ASSIGN TO "AUDSEAL"
005794         ORGANIZATION IS INDEXED
005794         ACCESS MODE IS DYNAMIC
005794         RECORD KEY IS AUDIT-SEAL-KEY
005794         FILE STATUS IS WS-SEAL-FILE-STATUS.
005795     SELECT OPTIONAL PROBLEM-FILE ASSIGN TO "PROBFILE"
005796         ORGANIZATION IS LINE SEQUENTIAL
005797         FILE STATUS IS WS-PROB-FILE-STATUS.
007740     COPY LOCKREC.
007750 FD  AUDIT-INDEX.
007760     COPY AIDXREC.
007760 FD  AUDIT-SEAL.
007760     COPY SEALREC.
007770 FD  PROBLEM-FILE.
007780     COPY PROBREC.
007800 WORKING-STORAGE SECTION.
009830     *> EXTEND creates SECURITY-LOG rather than appending.
009840     88 SEC-FILE-OK                      VALUE '00' '05'.
009850 77  WS-SEC-REASON              PICTURE X(02) VALUE 'NF'.
009850 COPY ALRTPARM.
009855 *> -------------------------------------------------------
009860 *> the single-writer run lock on the shared output files.
009865 *> -------------------------------------------------------
009899     88 AUDIT-INDEX-OPEN                       VALUE 'Y'.
009899 77  WS-AIDX-WRITTEN-SW         PICTURE X(01) VALUE 'N'.
009899     88 AIDX-ROW-WRITTEN                       VALUE 'Y'.
009899 *> the audit seal: this run's running totals, handed to
009899 *> SQRTSEAL_HASH with every audit row written.
009899 77  WS-SEAL-FILE-STATUS        PICTURE X(02) VALUE '00'.
009899     88 SEAL-FILE-OK                           VALUE '00'.
009899     88 SEAL-FILE-NOT-FOUND                    VALUE '35'.
009899 77  WS-SEAL-OPEN-SW            PICTURE X(01) VALUE 'N'.
009899     88 AUDIT-SEAL-OPEN                        VALUE 'Y'.
009899 COPY SEALPARM.
009899 *> -------------------------------------------------------
009899 *> chronic-failure escalation: the carry-forward limit, the
009899 *> bumped count for the row at hand, and the problem file a
020900     PERFORM 0500-OPEN-CACHE-FILE THRU 0500-EXIT.
021000     PERFORM 0550-OPEN-RUN-REGISTRY THRU 0550-EXIT.
021050     PERFORM 0560-OPEN-AUDIT-INDEX THRU 0560-EXIT.
021050     PERFORM 0565-OPEN-AUDIT-SEAL THRU 0565-EXIT.
021100     PERFORM 0700-REGISTER-RUN THRU 0700-EXIT.
021110     PERFORM 0750-ACQUIRE-RUN-LOCK THRU 0750-EXIT.
021150     PERFORM 4050-WRITE-FEED-HEADER THRU 4050-EXIT.
022550     IF AUDIT-INDEX-OPEN
022560         CLOSE AUDIT-INDEX
022570     END-IF.
022570     IF AUDIT-SEAL-OPEN
022570         CLOSE AUDIT-SEAL
022570     END-IF.
022580     CLOSE PROBLEM-FILE.
022600     CLOSE RUN-REGISTRY.
022700     CLOSE STANDARD-OUTPUT.
025780     END-IF.
025781 0560-EXIT.
025782     EXIT.
025782
025782 *> -------------------------------------------------------
025782 *> 0565-OPEN-AUDIT-SEAL - indexed, same create-on-first-use
025782 *> pattern.  Unlike the index the seal is not optional: it
025782 *> is the proof the audit rows are as written, so a seal
025782 *> file that will not open ends the run before anything is
025782 *> registered or computed, the same as AUDITLOG.
025782 *> -------------------------------------------------------
025782 0565-OPEN-AUDIT-SEAL.
025782     MOVE 'N' TO WS-SEAL-OPEN-SW.
025782     OPEN I-O AUDIT-SEAL.
025782     IF SEAL-FILE-NOT-FOUND
025782         OPEN OUTPUT AUDIT-SEAL
025782         CLOSE AUDIT-SEAL
025782         OPEN I-O AUDIT-SEAL
025782     END-IF.
025782     IF NOT SEAL-FILE-OK
025782         DISPLAY 'UNABLE TO OPEN AUDSEAL, STATUS '
025782             WS-SEAL-FILE-STATUS
025782         MOVE 16 TO RETURN-CODE
025782         STOP RUN
025782     END-IF.
025782     SET AUDIT-SEAL-OPEN TO TRUE.
025782     MOVE 0 TO SP-ROW-HASH.
025782     MOVE 0 TO SP-CHAIN-HASH.
025782     MOVE 0 TO SP-HASH-TOTAL.
025782     MOVE 0 TO SP-ROW-COUNT.
025782 0565-EXIT.
025782     EXIT.
025800
025900 *> -------------------------------------------------------
026000 *> 0600-STAMP-RUN - operator ID, validated against the
029998     MOVE SPACES TO SC-FILLER.
029999     WRITE SECURITY-LOG-RECORD.
029999     CLOSE SECURITY-LOG.
029999     IF NOT OPERATOR-AUTHORIZED
029999         PERFORM 0670-ALERT-SIGNON-REJECT THRU 0670-EXIT
029999     END-IF.
029999 0660-EXIT.
029999     EXIT.
029999
029999 *> -------------------------------------------------------
029999 *> 0670-ALERT-SIGNON-REJECT - the refusal goes to the alert
029999 *> feed, which raises an alert when the ID keeps failing.
029999 *> -------------------------------------------------------
029999 0670-ALERT-SIGNON-REJECT.
029999     MOVE SPACES TO ALERT-PARAMETERS.
029999     SET AP-SIGNON-REJECTED TO TRUE.
029999     MOVE 'SQRTRTRY' TO AP-PROGRAM-NAME.
029999     MOVE 0 TO AP-RUN-ID.
029999     MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID.
029999     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
029999 0670-EXIT.
029999     EXIT.
030000
030100 0700-REGISTER-RUN.
030200     MOVE 'N' TO WS-RUNREG-WRITTEN-SW.
031900     MOVE 0 TO RR-RECORDS-ABORTED.
032000     SET RR-STATUS-OPEN TO TRUE.
032100     MOVE SPACES TO RR-FILLER.
032100     MOVE SPACES TO RR-PROFILE-NAME.
032200     WRITE RUN-REGISTRY-RECORD
032300         INVALID KEY
032400             IF WS-RUNREG-FILE-STATUS = '22'
033500     EXIT.
033600
033700 0800-CLOSE-RUN-REGISTRY.
033700     PERFORM 0810-WRITE-AUDIT-SEAL THRU 0810-EXIT.
033800     MOVE WS-RUN-ID TO RR-RUN-ID.
033900     READ RUN-REGISTRY
034000         INVALID KEY
035300     END-READ.
035400 0800-EXIT.
035500     EXIT.
035500
035500 *> -------------------------------------------------------
035500 *> 0810-WRITE-AUDIT-SEAL - the seal itself, filed under row
035500 *> sequence zero as the run closes: how many audit rows the
035500 *> run wrote, the chained hash over them in the order they
035500 *> were written, and the hash total.  A run that crashes
035500 *> never gets here, so SQRTSEAL reports it as unsealed.
035500 *> -------------------------------------------------------
035500 0810-WRITE-AUDIT-SEAL.
035500     IF NOT AUDIT-SEAL-OPEN
035500         GO TO 0810-EXIT
035500     END-IF.
035500     MOVE WS-RUN-ID TO SL-RUN-ID.
035500     MOVE 0 TO SL-ROW-SEQ.
035500     SET SL-SEAL-TOTALS TO TRUE.
035500     MOVE 'SQRTRTRY' TO SL-PROGRAM-NAME.
035500     MOVE SP-ROW-COUNT TO SL-ROW-COUNT.
035500     MOVE SP-CHAIN-HASH TO SL-CHAIN-HASH.
035500     MOVE SP-HASH-TOTAL TO SL-HASH-TOTAL.
035500     ACCEPT SL-SEAL-DATE FROM DATE YYYYMMDD.
035500     ACCEPT SL-SEAL-TIME FROM TIME.
035500     MOVE WS-OPERATOR-ID TO SL-OPERATOR-ID.
035500     MOVE SPACES TO SL-FILLER.
035500     WRITE AUDIT-SEAL-RECORD
035500         INVALID KEY
035500             DISPLAY 'UNABLE TO FILE AUDSEAL SEAL, STATUS '
035500                 WS-SEAL-FILE-STATUS
035500     END-WRITE.
035500 0810-EXIT.
035500     EXIT.
035510
035520 *> -------------------------------------------------------
035530 *> 0750-ACQUIRE-RUN-LOCK - the single-writer gate on the
035721     END-WRITE.
035722 6020-EXIT.
035723     EXIT.
035723
035723 *> -------------------------------------------------------
035723 *> 6030-SEAL-AUDIT-ROW - the audit row just appended is
035723 *> hashed onto this run's seal totals and its entry filed
035723 *> on AUDSEAL under the next row sequence.  An entry that
035723 *> will not file is reported and the run goes on; SQRTSEAL
035723 *> names the gap when the run is verified.
035723 *> -------------------------------------------------------
035723 6030-SEAL-AUDIT-ROW.
035723     SET SP-HASH-ROW TO TRUE.
035723     CALL 'SQRTSEAL_HASH' USING AUDIT-LOG-RECORD, SEAL-PARAMETERS.
035723     IF NOT AUDIT-SEAL-OPEN
035723         GO TO 6030-EXIT
035723     END-IF.
035723     MOVE AL-RUN-ID TO SL-RUN-ID.
035723     MOVE SP-ROW-COUNT TO SL-ROW-SEQ.
035723     SET SL-ROW-ENTRY TO TRUE.
035723     MOVE SP-ROW-HASH TO SL-ROW-HASH.
035723     MOVE AL-RUN-DATE TO SL-ROW-RUN-DATE.
035723     MOVE AL-RUN-TIME TO SL-ROW-RUN-TIME.
035723     MOVE AL-IN-Z TO SL-ROW-IN-Z.
035723     MOVE AL-ROOT-DEGREE TO SL-ROW-ROOT-DEGREE.
035723     MOVE AL-STATUS-CODE TO SL-ROW-STATUS.
035723     MOVE AL-REQUEST-ID TO SL-ROW-REQUEST-ID.
035723     MOVE SPACES TO SL-ROW-FILLER.
035723     MOVE SPACES TO SL-FILLER.
035723     WRITE AUDIT-SEAL-RECORD
035723         INVALID KEY
035723             DISPLAY 'UNABLE TO FILE AUDSEAL ENTRY, STATUS '
035723                 WS-SEAL-FILE-STATUS
035723     END-WRITE.
035723 6030-EXIT.
035723     EXIT.
035724
035725 *> -------------------------------------------------------
035800 *> 1000-GET-RETRY-PARMS - the escalation limit and the
042000     ELSE
042100         MOVE 2 TO CP-ROOT-DEGREE
042200     END-IF.
042200     IF EX-EXP-NUMERATOR NUMERIC AND EX-EXP-NUMERATOR > 1
042200         MOVE EX-EXP-NUMERATOR TO CP-EXP-NUMERATOR
042200     ELSE
042200         MOVE 1 TO CP-EXP-NUMERATOR
042200     END-IF.
042300     MOVE 0 TO CP-TOLERANCE.
042400     COMPUTE WS-TRY-CEILING = WS-SHOP-STD-ITERATIONS * 2.
042500     PERFORM 3100-TRY-ONE-CEILING THRU 3100-EXIT
046800 *> -------------------------------------------------------
046900 4000-REPORT-RECOVERY.
047000     ADD 1 TO CT-RECORDS-PROCESSED.
047100     MOVE CP-EXP-NUMERATOR TO AL-EXP-NUMERATOR.
047200     ACCEPT AL-RUN-DATE FROM DATE YYYYMMDD.
047300     ACCEPT AL-RUN-TIME FROM TIME.
047400     MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
047790     MOVE SPACES TO AL-DEPARTMENT.
047800     SET AL-STATUS-RETRY TO TRUE.
047900     WRITE AUDIT-LOG-RECORD.
047900     PERFORM 6030-SEAL-AUDIT-ROW THRU 6030-EXIT.
047910     PERFORM 6010-WRITE-AUDIT-INDEX THRU 6010-EXIT.
048000     MOVE CP-EXP-NUMERATOR TO MR-EXP-NUMERATOR.
048000     MOVE 18 TO MR-DECIMAL-PLACES.
048050     SET MR-DETAIL-ROW TO TRUE.
048100     MOVE EX-IN-Z TO MR-IN-Z.
048200     MOVE Y TO MR-OUT-Y.
050200 4100-WRITE-CACHE-RECORD.
050300     MOVE EX-IN-Z TO CA-IN-Z.
050400     MOVE CP-ROOT-DEGREE TO CA-ROOT-DEGREE.
050400     MOVE CP-EXP-NUMERATOR TO CA-EXP-NUMERATOR.
050500     MOVE Y TO CA-OUT-Y.
050600     MOVE WS-ITER-USED TO CA-ITERATIONS.
050610     MOVE WS-RUN-DATE TO CA-LAST-REF-DATE.
053005     ELSE
053006         MOVE 2 TO PB-ROOT-DEGREE
053007     END-IF.
053007     IF EX-EXP-NUMERATOR NUMERIC AND EX-EXP-NUMERATOR > 1
053007         MOVE EX-EXP-NUMERATOR TO PB-EXP-NUMERATOR
053007     ELSE
053007         MOVE 1 TO PB-EXP-NUMERATOR
053007     END-IF.
053008     MOVE EX-REQUEST-ID TO PB-REQUEST-ID.
053009     MOVE EX-DEPARTMENT TO PB-DEPARTMENT.
053010     MOVE EX-EXCEPTION-TYPE TO PB-EXCEPTION-TYPE.
053025     MOVE WS-RUN-ID TO MR-RUN-ID.
053026     MOVE EX-REQUEST-ID TO MR-REQUEST-ID.
053027     MOVE EX-DEPARTMENT TO MR-DEPARTMENT.
053028     MOVE PB-EXP-NUMERATOR TO MR-EXP-NUMERATOR.
053028     MOVE 18 TO MR-DECIMAL-PLACES.
053029     ADD 1 TO WS-FEED-DETAIL-COUNT.
053030     ADD MR-IN-Z TO WS-FEED-HASH-IN-Z
053031         ON SIZE ERROR CONTINUE
