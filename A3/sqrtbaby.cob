000999 *>                   shared engine comes its 18 decimal
000999 *>                   places, so the 6-place report ceiling
000999 *>                   and the profile clamp are lifted.
000999 *>   2026-10-15  DW   A profile filed inactive on PARMPROF
000999 *>                   is refused at 1150-LOAD-PROFILE and the
000999 *>                   run falls back to the prompt dialog.
000999 *>   2026-10-15  DW   Every audit row is now sealed: its hash
000999 *>                   and identifying fields are filed on the
000999 *>                   keyed AUDSEAL file as it is written, and
000999 *>                   the run's row count, chained hash and
000999 *>                   hash total are filed there as the run
000999 *>                   closes, for SQRTSEAL to verify later.
000999 *>   2026-10-15  DW   The run registry row now names the
000999 *>                   PARMPROF profile the run used, and every
000999 *>                   MACHFILE detail row carries the decimal
000999 *>                   places the request asked for, so SQRTCERT
000999 *>                   can certify a result as it was requested.
000999 *>   2026-10-15  DW   A refused sign-on is posted to the
000999 *>                   alert feed (SQRTALRT_POST).
000999 *>   2026-10-15  DW   Audit, machine and exception rows and the
000999 *>                   cache key carry an exponent numerator;
000999 *>                   this program works plain square roots, so
000999 *>                   it always files numerator 1.
001000 *> ---------------------------------------------------------
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. SQRTBABY.
002406         ACCESS MODE IS DYNAMIC
002406         RECORD KEY IS AUDIT-INDEX-KEY
002406         FILE STATUS IS WS-AIDX-FILE-STATUS.
002406     SELECT OPTIONAL AUDIT-SEAL ASSIGN TO "AUDSEAL"
002406         ORGANIZATION IS INDEXED
002406         ACCESS MODE IS DYNAMIC
002406         RECORD KEY IS AUDIT-SEAL-KEY
002406         FILE STATUS IS WS-SEAL-FILE-STATUS.
002406     SELECT OPTIONAL RUN-LOCK ASSIGN TO "LOCKFILE"
002406         ORGANIZATION IS INDEXED
002406         ACCESS MODE IS DYNAMIC
003199     COPY SECREC.
003199 FD  AUDIT-INDEX.
003199     COPY AIDXREC.
003199 FD  AUDIT-SEAL.
003199     COPY SEALREC.
003199 FD  RUN-LOCK.
003199     COPY LOCKREC.
003200 WORKING-STORAGE SECTION.
004346     *> EXTEND creates SECURITY-LOG rather than appending.
004347     88 SEC-FILE-OK                      VALUE '00' '05'.
004348 77  WS-SEC-REASON              PICTURE X(02) VALUE 'NF'.
004348 COPY ALRTPARM.
004349 *> keyed audit index, maintained beside every audit append
004350 *> so SQRTINQ can stop scanning the whole log.
004351 77  WS-AIDX-FILE-STATUS        PICTURE X(02) VALUE '00'.
004355     88 AUDIT-INDEX-OPEN                       VALUE 'Y'.
004356 77  WS-AIDX-WRITTEN-SW         PICTURE X(01) VALUE 'N'.
004357     88 AIDX-ROW-WRITTEN                       VALUE 'Y'.
004357 *> the audit seal: this run's running totals, handed to
004357 *> SQRTSEAL_HASH with every audit row written.
004357 77  WS-SEAL-FILE-STATUS        PICTURE X(02) VALUE '00'.
004357     88 SEAL-FILE-OK                           VALUE '00'.
004357     88 SEAL-FILE-NOT-FOUND                    VALUE '35'.
004357 77  WS-SEAL-OPEN-SW            PICTURE X(01) VALUE 'N'.
004357     88 AUDIT-SEAL-OPEN                        VALUE 'Y'.
004357 COPY SEALPARM.
004358 *> -------------------------------------------------------
004359 *> the single-writer run lock on the shared output files - a
004360 *> terminal run appends feed segments the same as the batch
009810 01 PROFILE-MISSING-MESS.
009811    02 FILLER PICTURE X(41) VALUE
009812       ' PROFILE NOT ON FILE - ANSWER THE PROMPTS'.
009812 01 PROFILE-RETIRED-MESS.
009812    02 FILLER PICTURE X(43) VALUE
009812       ' PROFILE IS INACTIVE - ANSWER THE PROMPTS  '.
009813 *> -------------------------------------------------------
009814 *> operator validation and authority notices.
009815 *> -------------------------------------------------------
010260     PERFORM 0500-OPEN-CACHE-FILE THRU 0500-EXIT.
010265     PERFORM 0550-OPEN-RUN-REGISTRY THRU 0550-EXIT.
010266     PERFORM 0560-OPEN-AUDIT-INDEX THRU 0560-EXIT.
010266     PERFORM 0565-OPEN-AUDIT-SEAL THRU 0565-EXIT.
010500     PERFORM 1000-SELECT-RUN-MODE THRU 1000-EXIT.
010510     PERFORM 0700-REGISTER-RUN THRU 0700-EXIT.
010512     PERFORM 0750-ACQUIRE-RUN-LOCK THRU 0750-EXIT.
011276     END-IF.
011276 0560-EXIT.
011276     EXIT.
011276
011276 *> -------------------------------------------------------
011276 *> 0565-OPEN-AUDIT-SEAL - indexed, same create-on-first-use
011276 *> pattern.  Unlike the index the seal is not optional: it
011276 *> is the proof the audit rows are as written, so a seal
011276 *> file that will not open ends the run before anything is
011276 *> registered or computed, the same as AUDITLOG.
011276 *> -------------------------------------------------------
011276 0565-OPEN-AUDIT-SEAL.
011276     MOVE 'N' TO WS-SEAL-OPEN-SW.
011276     OPEN I-O AUDIT-SEAL.
011276     IF SEAL-FILE-NOT-FOUND
011276         OPEN OUTPUT AUDIT-SEAL
011276         CLOSE AUDIT-SEAL
011276         OPEN I-O AUDIT-SEAL
011276     END-IF.
011276     IF NOT SEAL-FILE-OK
011276         DISPLAY 'UNABLE TO OPEN AUDSEAL, STATUS '
011276             WS-SEAL-FILE-STATUS
011276         STOP RUN
011276     END-IF.
011276     SET AUDIT-SEAL-OPEN TO TRUE.
011276     MOVE 0 TO SP-ROW-HASH.
011276     MOVE 0 TO SP-CHAIN-HASH.
011276     MOVE 0 TO SP-HASH-TOTAL.
011276     MOVE 0 TO SP-ROW-COUNT.
011276 0565-EXIT.
011276     EXIT.
011277
011271 *> -------------------------------------------------------
011272 *> 0600-STAMP-RUN - captures the operator's ID and this run's
011289     MOVE SPACES TO SC-FILLER.
011289     WRITE SECURITY-LOG-RECORD.
011289     CLOSE SECURITY-LOG.
011289     IF NOT OPERATOR-AUTHORIZED
011289         PERFORM 0670-ALERT-SIGNON-REJECT THRU 0670-EXIT
011289     END-IF.
011289 0660-EXIT.
011289     EXIT.
011289
011289 *> -------------------------------------------------------
011289 *> 0670-ALERT-SIGNON-REJECT - the refusal goes to the alert
011289 *> feed, which raises an alert when the ID keeps failing.
011289 *> -------------------------------------------------------
011289 0670-ALERT-SIGNON-REJECT.
011289     MOVE SPACES TO ALERT-PARAMETERS.
011289     SET AP-SIGNON-REJECTED TO TRUE.
011289     MOVE 'SQRTBABY' TO AP-PROGRAM-NAME.
011289     MOVE 0 TO AP-RUN-ID.
011289     MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID.
011289     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
011289 0670-EXIT.
011289     EXIT.
011289
011289 *> -------------------------------------------------------
011289 *> 1200-CHECK-AUTHORITY - the sensitive parameters need a
011289 *> supervisor-level operator however they arrived, profile
011289 *> or prompt; anyone else is settled back to the shop
011929     MOVE 0 TO RR-RECORDS-ABORTED.
011930     SET RR-STATUS-OPEN TO TRUE.
011931     MOVE SPACES TO RR-FILLER.
011931     MOVE SPACES TO RR-PROFILE-NAME.
011931     *> only a duplicate key (status 22) is worth bumping the
011931     *> time component and retrying - any other invalid-key
011931     *> status (a full file, say) would retry forever.
011946 *> ops spots a half-finished run the morning after.
011947 *> -------------------------------------------------------
011948 0800-CLOSE-RUN-REGISTRY.
011948     PERFORM 0810-WRITE-AUDIT-SEAL THRU 0810-EXIT.
011949     MOVE WS-RUN-ID TO RR-RUN-ID.
011950     READ RUN-REGISTRY
011951         INVALID KEY
011957             MOVE CT-RECORDS-REJECTED TO RR-RECORDS-REJECTED
011958             MOVE CT-RECORDS-ABORTED TO RR-RECORDS-ABORTED
011959             SET RR-STATUS-CLOSED TO TRUE
011959             IF PROFILE-LOADED
011959                 MOVE WS-PROFILE-ENTRY TO RR-PROFILE-NAME
011959             END-IF
011960             REWRITE RUN-REGISTRY-RECORD
011961                 INVALID KEY
011962                     CONTINUE
011964     END-READ.
011965 0800-EXIT.
011966     EXIT.
011966
011966 *> -------------------------------------------------------
011966 *> 0810-WRITE-AUDIT-SEAL - the seal itself, filed under row
011966 *> sequence zero as the run closes: how many audit rows the
011966 *> run wrote, the chained hash over them in the order they
011966 *> were written, and the hash total.  A run that crashes
011966 *> never gets here, so SQRTSEAL reports it as unsealed.
011966 *> -------------------------------------------------------
011966 0810-WRITE-AUDIT-SEAL.
011966     IF NOT AUDIT-SEAL-OPEN
011966         GO TO 0810-EXIT
011966     END-IF.
011966     MOVE WS-RUN-ID TO SL-RUN-ID.
011966     MOVE 0 TO SL-ROW-SEQ.
011966     SET SL-SEAL-TOTALS TO TRUE.
011966     MOVE 'SQRTBABY' TO SL-PROGRAM-NAME.
011966     MOVE SP-ROW-COUNT TO SL-ROW-COUNT.
011966     MOVE SP-CHAIN-HASH TO SL-CHAIN-HASH.
011966     MOVE SP-HASH-TOTAL TO SL-HASH-TOTAL.
011966     ACCEPT SL-SEAL-DATE FROM DATE YYYYMMDD.
011966     ACCEPT SL-SEAL-TIME FROM TIME.
011966     MOVE WS-OPERATOR-ID TO SL-OPERATOR-ID.
011966     MOVE SPACES TO SL-FILLER.
011966     WRITE AUDIT-SEAL-RECORD
011966         INVALID KEY
011966             DISPLAY 'UNABLE TO FILE AUDSEAL SEAL, STATUS '
011966                 WS-SEAL-FILE-STATUS
011966     END-WRITE.
011966 0810-EXIT.
011966     EXIT.
011967
011968 *> -------------------------------------------------------
011969 *> 0750-ACQUIRE-RUN-LOCK - the single-writer gate on the
012150                     AFTER ADVANCING 1 LINE
012150                 END-WRITE
012151             NOT INVALID KEY
012151                 IF PP-INACTIVE
012151                     WRITE OUT-LINE FROM PROFILE-RETIRED-MESS
012151                         AFTER ADVANCING 1 LINE
012151                 ELSE
012152                     MOVE PP-MAX-ITERATIONS TO CP-MAX-ITERATIONS
012153                     MOVE PP-TOLERANCE TO CP-TOLERANCE
012154                     MOVE PP-NEGATIVE-MODE-SW
012154                         TO CP-NEGATIVE-MODE-SW
012155                     MOVE PP-DECIMAL-PLACES TO CP-DECIMAL-PLACES
012155                     MOVE PP-ABORT-LIMIT-PCT TO CP-ABORT-LIMIT-PCT
012156                     SET PROFILE-LOADED TO TRUE
012157                     MOVE WS-PROFILE-ENTRY TO PI-PROFILE-NAME
012158                     WRITE OUT-LINE FROM PROFILE-INFO-LINE
012159                         AFTER ADVANCING 1 LINE
012160                 END-IF
012160         END-READ
012161         CLOSE PARM-PROFILE
012162     END-IF.
025791 *> condition before PERFORMing this paragraph.
025792 *> -------------------------------------------------------
025793 6000-WRITE-AUDIT-RECORD.
025793     MOVE 1 TO AL-EXP-NUMERATOR.
025794     ACCEPT AL-RUN-DATE FROM DATE YYYYMMDD.
025795     ACCEPT AL-RUN-TIME FROM TIME.
025795     MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
025795     MOVE WS-CUR-REQUEST-ID TO AL-REQUEST-ID.
025795     MOVE WS-CUR-DEPARTMENT TO AL-DEPARTMENT.
025796     WRITE AUDIT-LOG-RECORD.
025796     PERFORM 6030-SEAL-AUDIT-ROW THRU 6030-EXIT.
025796     PERFORM 6010-WRITE-AUDIT-INDEX THRU 6010-EXIT.
025797 6000-EXIT.
025798     EXIT.
025798     END-WRITE.
025798 6020-EXIT.
025798     EXIT.
025798
025798 *> -------------------------------------------------------
025798 *> 6030-SEAL-AUDIT-ROW - the audit row just appended is
025798 *> hashed onto this run's seal totals and its entry filed
025798 *> on AUDSEAL under the next row sequence.  An entry that
025798 *> will not file is reported and the run goes on; SQRTSEAL
025798 *> names the gap when the run is verified.
025798 *> -------------------------------------------------------
025798 6030-SEAL-AUDIT-ROW.
025798     SET SP-HASH-ROW TO TRUE.
025798     CALL 'SQRTSEAL_HASH' USING AUDIT-LOG-RECORD, SEAL-PARAMETERS.
025798     IF NOT AUDIT-SEAL-OPEN
025798         GO TO 6030-EXIT
025798     END-IF.
025798     MOVE AL-RUN-ID TO SL-RUN-ID.
025798     MOVE SP-ROW-COUNT TO SL-ROW-SEQ.
025798     SET SL-ROW-ENTRY TO TRUE.
025798     MOVE SP-ROW-HASH TO SL-ROW-HASH.
025798     MOVE AL-RUN-DATE TO SL-ROW-RUN-DATE.
025798     MOVE AL-RUN-TIME TO SL-ROW-RUN-TIME.
025798     MOVE AL-IN-Z TO SL-ROW-IN-Z.
025798     MOVE AL-ROOT-DEGREE TO SL-ROW-ROOT-DEGREE.
025798     MOVE AL-STATUS-CODE TO SL-ROW-STATUS.
025798     MOVE AL-REQUEST-ID TO SL-ROW-REQUEST-ID.
025798     MOVE SPACES TO SL-ROW-FILLER.
025798     MOVE SPACES TO SL-FILLER.
025798     WRITE AUDIT-SEAL-RECORD
025798         INVALID KEY
025798             DISPLAY 'UNABLE TO FILE AUDSEAL ENTRY, STATUS '
025798                 WS-SEAL-FILE-STATUS
025798     END-WRITE.
025798 6030-EXIT.
025798     EXIT.
025799
025800 *> -------------------------------------------------------
025801 *> 6100-WRITE-MACHINE-RECORD - one row per successful
025806 *> -------------------------------------------------------
025807 6100-WRITE-MACHINE-RECORD.
025807     SET MR-DETAIL-ROW TO TRUE.
025808     MOVE 1 TO MR-EXP-NUMERATOR.
025808     MOVE CP-DECIMAL-PLACES TO MR-DECIMAL-PLACES.
025809     MOVE 2 TO MR-ROOT-DEGREE.
025809     MOVE WS-OPERATOR-ID TO MR-OPERATOR-ID.
025809     MOVE WS-RUN-DATE TO MR-RUN-DATE.
025832     MOVE WS-CUR-DEPARTMENT TO EX-DEPARTMENT.
025832     *> a fresh exception has never been carried forward.
025832     MOVE 0 TO EX-CARRY-COUNT.
025833     MOVE 1 TO EX-EXP-NUMERATOR.
025834     WRITE EXCEPTION-LOG-RECORD.
025835 6400-EXIT.
025836     EXIT.
025822     MOVE 'N' TO WS-CACHE-HIT-SW.
025823     MOVE IN-Z TO CA-IN-Z.
025824     MOVE 2 TO CA-ROOT-DEGREE.
025824     MOVE 1 TO CA-EXP-NUMERATOR.
025825     READ CACHE-FILE
025826         INVALID KEY
025827             CONTINUE
025843 6300-WRITE-CACHE-RECORD.
025844     MOVE IN-Z TO CA-IN-Z.
025845     MOVE 2 TO CA-ROOT-DEGREE.
025845     MOVE 1 TO CA-EXP-NUMERATOR.
025846     MOVE Y TO CA-OUT-Y.
025847     MOVE WS-ITER-USED TO CA-ITERATIONS.
025847     MOVE WS-RUN-DATE TO CA-LAST-REF-DATE.
026085     IF AUDIT-INDEX-OPEN
026086         CLOSE AUDIT-INDEX
026087     END-IF.
026087     IF AUDIT-SEAL-OPEN
026087         CLOSE AUDIT-SEAL
026087     END-IF.
026090     CLOSE RUN-REGISTRY.
026100 STOP RUN.
