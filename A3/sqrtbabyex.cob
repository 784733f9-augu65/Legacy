001099 *>                   The operator's decimal-places answer
001099 *>                   can now go to 18 (per-record entries
001099 *>                   too); the shop default stays 6.
001099 *>   2026-10-15  DW   A profile filed inactive on PARMPROF
001099 *>                   is refused at 1150-LOAD-PROFILE and the
001099 *>                   run falls back to the prompt dialog.
001099 *>   2026-10-15  DW   Every audit row is now sealed: its hash
001099 *>                   and identifying fields are filed on the
001099 *>                   keyed AUDSEAL file as it is written, and
001099 *>                   the run's row count, chained hash and
001099 *>                   hash total are filed there as the run
001099 *>                   closes, for SQRTSEAL to verify later.
001099 *>   2026-10-15  DW   The run registry row now names the
001099 *>                   PARMPROF profile the run used, and every
001099 *>                   MACHFILE detail row carries the decimal
001099 *>                   places the request asked for, so SQRTCERT
001099 *>                   can certify a result as it was requested.
001099 *>   2026-10-15  DW   Partition mode P: one of the parallel
001099 *>                   runs over a CLEANINZ split by SQRTSPLT.
001099 *>                   It runs as batch does, keys its own lock
001099 *>                   row PARTnn instead of MACHFEED since its
001099 *>                   outputs are its own, claims its PARTREG
001099 *>                   row under this run ID and closes it with
001099 *>                   the return code for SQRTMRGE.
001099 *>   2026-10-15  DW   A refused sign-on is posted to the
001099 *>                   alert feed (SQRTALRT_POST).
001099 *>   2026-10-15  DW   An abort storm (RC 12) raises a
001099 *>                   critical alert on the alert feed.
001099 *>   2026-10-15  DW   A batch record built for a recalculation
001099 *>                   campaign (recalc flag C) skips the cache
001099 *>                   lookup and is worked out afresh, and its
001099 *>                   answer replaces the cached one.
001099 *>   2026-10-15  DW   A batch record may carry an exponent
001099 *>                   numerator p, making it a rational-power
001099 *>                   request Z**(p/q) with q the root degree;
001099 *>                   p travels to the engine and is filed on
001099 *>                   the audit, machine and exception rows and
001099 *>                   in the cache key, and the report line
001099 *>                   shows the power worked.
001099 *>   2026-10-15  DW   The abort-storm RC 12 is set after the
001099 *>                   alert is posted; the post CALL was
001099 *>                   resetting it to 0.
001100 *> ---------------------------------------------------------
001200 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. SQRTBABYEX.
002199         ACCESS MODE IS DYNAMIC
002199         RECORD KEY IS AUDIT-INDEX-KEY
002199         FILE STATUS IS WS-AIDX-FILE-STATUS.
002199     SELECT OPTIONAL AUDIT-SEAL ASSIGN TO "AUDSEAL"
002199         ORGANIZATION IS INDEXED
002199         ACCESS MODE IS DYNAMIC
002199         RECORD KEY IS AUDIT-SEAL-KEY
002199         FILE STATUS IS WS-SEAL-FILE-STATUS.
002199     SELECT OPTIONAL PARTITION-REGISTRY ASSIGN TO "PARTREG"
002199         ORGANIZATION IS INDEXED
002199         ACCESS MODE IS DYNAMIC
002199         RECORD KEY IS PARTITION-KEY
002199         FILE STATUS IS WS-PART-REG-STATUS.
002200 DATA DIVISION.
002300 FILE SECTION.
002400 FD  STANDARD-OUTPUT.
002599     COPY LOCKREC.
002599 FD  AUDIT-INDEX.
002599     COPY AIDXREC.
002599 FD  AUDIT-SEAL.
002599     COPY SEALREC.
002599 FD  PARTITION-REGISTRY.
002599     COPY PARTREC.
002600 WORKING-STORAGE SECTION.
002605 *> -------------------------------------------------------
002610 *> run-mode control switches
002615 *> -------------------------------------------------------
002620 77  WS-RUN-MODE-SW             PICTURE X(01) VALUE 'I'.
002625     88 INTERACTIVE-MODE                      VALUE 'I'.
002630     88 BATCH-MODE                          VALUE 'B' 'P'.
002632 *> list mode takes many values in one sitting, a blank line
002633 *> ending the list instead of a single ACCEPT per round trip.
002636     88 LIST-MODE                              VALUE 'L'.
002637 *> range mode sweeps FROM/TO/STEP through the batch path.
002638     88 RANGE-MODE                             VALUE 'R'.
002638 *> partition mode is batch over one partition of a split
002638 *> CLEANINZ; it answers to BATCH-MODE everywhere else.
002638     88 PARTITION-MODE                         VALUE 'P'.
002635 77  WS-INZ-FILE-STATUS         PICTURE X(02) VALUE '00'.
002640     88 INZ-FILE-OK                            VALUE '00'.
002645     88 INZ-FILE-EOF                           VALUE '10'.
003342     *> EXTEND creates SECURITY-LOG rather than appending.
003342     88 SEC-FILE-OK                      VALUE '00' '05'.
003342 77  WS-SEC-REASON              PICTURE X(02) VALUE 'NF'.
003342 COPY ALRTPARM.
003342 *> the abort-storm alert's message.
003342 01  ABORT-ALERT-MESSAGE.
003342     02 FILLER PICTURE X(13) VALUE 'ABORT STORM: '.
003342     02 AA-ABORTED           PICTURE ZZZZZZ9.
003342     02 FILLER PICTURE X(04) VALUE ' OF '.
003342     02 AA-TOTAL             PICTURE ZZZZZZZ9.
003342     02 FILLER PICTURE X(14) VALUE ' ABORTED LIMIT'.
003342     02 AA-LIMIT-PCT         PICTURE ZZ9.
003342     02 FILLER PICTURE X(01) VALUE '%'.
003342 *> -------------------------------------------------------
003342 *> the single-writer run lock on the shared output files.
003342 *> -------------------------------------------------------
003342 77  WS-LOCK-ROW-SW             PICTURE X(01) VALUE 'N'.
003342     88 LOCK-ROW-ON-FILE                        VALUE 'Y'.
003342 77  WS-LOCK-OVERRIDE-ENTRY     PICTURE X(01) VALUE SPACE.
003342 *> the lock row's name: MACHFEED guards the shared feed, and
003342 *> a partition run guards its own outputs under PARTnn so
003342 *> the partitions of one night do not lock each other out.
003342 77  WS-LOCK-NAME               PICTURE X(08) VALUE 'MACHFEED'.
003342 01  WS-PARTITION-LOCK-NAME.
003342     02 FILLER                  PICTURE X(04) VALUE 'PART'.
003342     02 WS-LOCK-PARTITION       PICTURE 9(02) VALUE 0.
003342     02 FILLER                  PICTURE X(02) VALUE SPACES.
003342 *> -------------------------------------------------------
003342 *> the partition this run answers for, and its PARTREG row.
003342 *> -------------------------------------------------------
003342 77  WS-PART-REG-STATUS         PICTURE X(02) VALUE '00'.
003342     88 PART-REG-OK                             VALUE '00'.
003342     88 PART-REG-NOT-FOUND                      VALUE '35'.
003342 77  WS-PARTITION-ENTRY         PICTURE X(02) VALUE SPACES.
003342 77  WS-PARTITION-ENTRY-NUM REDEFINES WS-PARTITION-ENTRY
003342                                  PICTURE 9(02).
003342 77  WS-PARTITION-NUMBER        PICTURE 9(02) VALUE 0.
003342 77  WS-PART-EOF-SW             PICTURE X(01) VALUE 'N'.
003342     88 END-OF-PARTITIONS                       VALUE 'Y'.
003342 77  WS-PART-CLAIM-SW           PICTURE X(01) VALUE 'N'.
003342     88 PARTITION-CLAIMED                       VALUE 'Y'.
003342 01  WS-CLAIM-KEY.
003342     02 WS-CLAIM-PARENT-RUN-ID  PICTURE 9(16) VALUE 0.
003342     02 WS-CLAIM-PARTITION      PICTURE 9(02) VALUE 0.
003342 *> -------------------------------------------------------
003342 *> keyed audit index, maintained beside every audit append
003342 *> so SQRTINQ can stop scanning the whole log.
003342     88 AUDIT-INDEX-OPEN                       VALUE 'Y'.
003342 77  WS-AIDX-WRITTEN-SW         PICTURE X(01) VALUE 'N'.
003342     88 AIDX-ROW-WRITTEN                       VALUE 'Y'.
003342 *> the audit seal: this run's running totals, handed to
003342 *> SQRTSEAL_HASH with every audit row written.
003342 77  WS-SEAL-FILE-STATUS        PICTURE X(02) VALUE '00'.
003342     88 SEAL-FILE-OK                           VALUE '00'.
003342     88 SEAL-FILE-NOT-FOUND                    VALUE '35'.
003342 77  WS-SEAL-OPEN-SW            PICTURE X(01) VALUE 'N'.
003342     88 AUDIT-SEAL-OPEN                        VALUE 'Y'.
003342 COPY SEALPARM.
003343 77  WS-OPERATOR-AUTHORITY      PICTURE 9(01) VALUE 1.
003344     88 SUPERVISOR-OPERATOR                      VALUE 2 THRU 9.
003345 77  WS-SHOP-STD-ITERATIONS     PICTURE 9(05) COMP VALUE 1000.
003379 *> record without its own falls back to the run's answers.
003380 *> WS-CUR-REQUEST-ID/WS-CUR-DEPARTMENT carry the requester
003381 *> fields to the print and machine rows, blank outside batch.
003381 *> WS-CUR-RECALC-SW is set for a batch record built for a
003381 *> recalculation campaign, which must not take its answer
003381 *> off the cache the campaign is correcting.
003382 *> -------------------------------------------------------
003383 77  WS-RUN-ROOT-DEGREE         PICTURE 9(02) COMP VALUE 2.
003384 77  WS-RUN-DECIMAL-PLACES      PICTURE 9(02) COMP VALUE 6.
003385 77  WS-CUR-REQUEST-ID          PICTURE X(08) VALUE SPACES.
003386 77  WS-CUR-DEPARTMENT          PICTURE X(04) VALUE SPACES.
003386 77  WS-CUR-RECALC-SW           PICTURE X(01) VALUE 'N'.
003386     88 CURRENT-RECALCULATION                 VALUE 'Y'.
003386 *> WS-POWER-NOTE is the report line's rational-power label,
003386 *> as numerator over root degree, e.g.  POWER  3/ 2.
003386 01  WS-POWER-NOTE.
003386     02 FILLER                  PICTURE X(07) VALUE ' POWER '.
003386     02 PN-NUMERATOR            PICTURE Z9.
003386     02 FILLER                  PICTURE X(01) VALUE '/'.
003386     02 PN-DEGREE               PICTURE Z9.
003387 *> -------------------------------------------------------
003388 *> paginated print report control - the report goes to
003389 *> RPTFILE with a page heading block, repeated column
005520    02 OUT-K  PICTURE ZZZZ9.
005530    02 OUT-SLOW-FLAG PICTURE X(5) VALUE SPACES.
005535    02 OUT-ROOT-FLAG PICTURE X(13) VALUE SPACES.
005535    02 OUT-POWER-FLAG PICTURE X(12) VALUE SPACES.
005600 01 ERROR-MESS.
005700    02 FILLER PICTURE X VALUE SPACE.
005800    02 OT-Z   PICTURE -(11)9.9(6).
007295 01 MODE-PROMPT.
007296    02 FILLER PICTURE X(56) VALUE
007297       ' ENTER B-BATCH, I-INTERACTIVE, L-LIST, OR R-RANGE:    '.
007297 01 PARTITION-PROMPT.
007297    02 FILLER PICTURE X(40) VALUE
007297       ' ENTER PARTITION NUMBER (01-08):        '.
007297 01 PARTITION-INFO-LINE.
007297    02 FILLER PICTURE X(11) VALUE ' PARTITION '.
007297    02 PN-PARTITION     PICTURE 99.
007297    02 FILLER PICTURE X(04) VALUE ' OF '.
007297    02 PN-PARTITION-COUNT PICTURE 99.
007297    02 FILLER PICTURE X(16) VALUE ', PARENT RUN ID '.
007297    02 PN-PARENT-RUN-ID PICTURE 9(16).
007297 01 PARTITION-NONE-MESS.
007297    02 FILLER PICTURE X(52) VALUE
007297       ' NO PARTITION WAITING UNDER THAT NUMBER - RUN ENDS H'.
007297    02 FILLER PICTURE X(03) VALUE 'ERE'.
007297 *> -------------------------------------------------------
007297 *> range-mode prompts and notice.
007297 *> -------------------------------------------------------
007297 01 PROFILE-MISSING-MESS.
007297    02 FILLER PICTURE X(41) VALUE
007297       ' PROFILE NOT ON FILE - ANSWER THE PROMPTS'.
007297 01 PROFILE-RETIRED-MESS.
007297    02 FILLER PICTURE X(43) VALUE
007297       ' PROFILE IS INACTIVE - ANSWER THE PROMPTS  '.
007297 *> -------------------------------------------------------
007297 *> operator validation and authority notices
007297 *> -------------------------------------------------------
007665     PERFORM 0500-OPEN-CACHE-FILE THRU 0500-EXIT.
007666     PERFORM 0550-OPEN-RUN-REGISTRY THRU 0550-EXIT.
007667     PERFORM 0560-OPEN-AUDIT-INDEX THRU 0560-EXIT.
007667     PERFORM 0565-OPEN-AUDIT-SEAL THRU 0565-EXIT.
007820     PERFORM 1000-SELECT-RUN-MODE THRU 1000-EXIT.
007830     PERFORM 0700-REGISTER-RUN THRU 0700-EXIT.
007832     PERFORM 0750-ACQUIRE-RUN-LOCK THRU 0750-EXIT.
007832     IF PARTITION-MODE
007832         PERFORM 0790-CLAIM-PARTITION THRU 0790-EXIT
007832     END-IF.
007835     PERFORM 6050-WRITE-FEED-HEADER THRU 6050-EXIT.
007850     PERFORM 1100-SELECT-CALC-PARMS THRU 1100-EXIT.
007860     PERFORM 1200-CHECK-AUTHORITY THRU 1200-EXIT.
008136     END-IF.
008136 0560-EXIT.
008136     EXIT.
008136
008136 *> -------------------------------------------------------
008136 *> 0565-OPEN-AUDIT-SEAL - indexed, same create-on-first-use
008136 *> pattern.  Unlike the index the seal is not optional: it
008136 *> is the proof the audit rows are as written, so a seal
008136 *> file that will not open ends the run before anything is
008136 *> registered or computed, the same as AUDITLOG.
008136 *> -------------------------------------------------------
008136 0565-OPEN-AUDIT-SEAL.
008136     MOVE 'N' TO WS-SEAL-OPEN-SW.
008136     OPEN I-O AUDIT-SEAL.
008136     IF SEAL-FILE-NOT-FOUND
008136         OPEN OUTPUT AUDIT-SEAL
008136         CLOSE AUDIT-SEAL
008136         OPEN I-O AUDIT-SEAL
008136     END-IF.
008136     IF NOT SEAL-FILE-OK
008136         DISPLAY 'UNABLE TO OPEN AUDSEAL, STATUS '
008136             WS-SEAL-FILE-STATUS
008136         STOP RUN
008136     END-IF.
008136     SET AUDIT-SEAL-OPEN TO TRUE.
008136     MOVE 0 TO SP-ROW-HASH.
008136     MOVE 0 TO SP-CHAIN-HASH.
008136     MOVE 0 TO SP-HASH-TOTAL.
008136     MOVE 0 TO SP-ROW-COUNT.
008136 0565-EXIT.
008136     EXIT.
008137
008138 *> -------------------------------------------------------
008139 *> 0600-STAMP-RUN - captures the operator's ID and this run's
008155     MOVE SPACES TO SC-FILLER.
008155     WRITE SECURITY-LOG-RECORD.
008155     CLOSE SECURITY-LOG.
008155     IF NOT OPERATOR-AUTHORIZED
008155         PERFORM 0670-ALERT-SIGNON-REJECT THRU 0670-EXIT
008155     END-IF.
008155 0660-EXIT.
008155     EXIT.
008155
008155 *> -------------------------------------------------------
008155 *> 0670-ALERT-SIGNON-REJECT - the refusal goes to the alert
008155 *> feed, which raises an alert when the ID keeps failing.
008155 *> -------------------------------------------------------
008155 0670-ALERT-SIGNON-REJECT.
008155     MOVE SPACES TO ALERT-PARAMETERS.
008155     SET AP-SIGNON-REJECTED TO TRUE.
008155     MOVE 'SQRTBABYEX' TO AP-PROGRAM-NAME.
008155     MOVE 0 TO AP-RUN-ID.
008155     MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID.
008155     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
008155 0670-EXIT.
008155     EXIT.
008155
008155 *> -------------------------------------------------------
008155 *> 1200-CHECK-AUTHORITY - the sensitive parameters need a
008155 *> supervisor-level operator however they arrived, profile
008155 *> or prompt; anyone else is settled back to the shop
008135 *> 1000-SELECT-RUN-MODE - lets an operator pick interactive
008136 *> mode, or a job stream drive the same program unattended
008137 *> against a batch of values.
008137 *> P is batch over one partition of a split night, and
008137 *> takes the partition number on the next line.
008138 *> -------------------------------------------------------
008139 1000-SELECT-RUN-MODE.
008140     WRITE OUT-LINE FROM MODE-PROMPT AFTER ADVANCING 1 LINE.
008142     IF WS-RUN-MODE-SW NOT = 'B' AND WS-RUN-MODE-SW NOT = 'I'
008142         AND WS-RUN-MODE-SW NOT = 'L'
008142         AND WS-RUN-MODE-SW NOT = 'R'
008142         AND WS-RUN-MODE-SW NOT = 'P'
008143         MOVE 'I' TO WS-RUN-MODE-SW
008144     END-IF.
008144     IF PARTITION-MODE
008144         WRITE OUT-LINE FROM PARTITION-PROMPT
008144             AFTER ADVANCING 1 LINE
008144         ACCEPT WS-PARTITION-ENTRY
008144         IF WS-PARTITION-ENTRY-NUM NUMERIC
008144             MOVE WS-PARTITION-ENTRY-NUM TO WS-PARTITION-NUMBER
008144         END-IF
008144         MOVE WS-PARTITION-NUMBER TO WS-LOCK-PARTITION
008144         MOVE WS-PARTITION-LOCK-NAME TO WS-LOCK-NAME
008144     END-IF.
008145 1000-EXIT.
008146     EXIT.
008146
008146     MOVE 0 TO RR-RECORDS-ABORTED.
008146     SET RR-STATUS-OPEN TO TRUE.
008146     MOVE SPACES TO RR-FILLER.
008146     MOVE SPACES TO RR-PROFILE-NAME.
008146     *> only a duplicate key (status 22) is worth bumping the
008146     *> time component and retrying - any other invalid-key
008146     *> status (a full file, say) would retry forever.
008146         OPEN I-O RUN-LOCK
008146     END-IF.
008146     MOVE 'N' TO WS-LOCK-ROW-SW.
008146     MOVE WS-LOCK-NAME TO LK-LOCK-NAME.
008146     READ RUN-LOCK
008146         INVALID KEY
008146             CONTINUE
008146     EXIT.
008146
008146 0780-WRITE-LOCK-ROW.
008146     MOVE WS-LOCK-NAME TO LK-LOCK-NAME.
008146     MOVE WS-RUN-ID TO LK-RUN-ID.
008146     MOVE 'SQRTBABYEX' TO LK-PROGRAM-NAME.
008146     MOVE WS-OPERATOR-ID TO LK-OPERATOR-ID.
008146     EXIT.
008146
008146 *> -------------------------------------------------------
008146 *> 0790-CLAIM-PARTITION - a partition run answers for its
008146 *> number under the newest parent on PARTREG.  The row is
008146 *> claimed when it is waiting (SP), was left open by a run
008146 *> that died (OP), or was refused by the merge (RF); its
008146 *> outputs are rebuilt from scratch by the stream, so a
008146 *> rerun replaces them.  A row already closed or merged,
008146 *> or no row at all, ends the run with condition code 16
008146 *> after the registry row is closed out, the same way a
008146 *> lock conflict does.
008146 *> -------------------------------------------------------
008146 0790-CLAIM-PARTITION.
008146     MOVE 'N' TO WS-PART-CLAIM-SW.
008146     OPEN I-O PARTITION-REGISTRY.
008146     IF PART-REG-NOT-FOUND
008146         OPEN OUTPUT PARTITION-REGISTRY
008146         CLOSE PARTITION-REGISTRY
008146         OPEN I-O PARTITION-REGISTRY
008146     END-IF.
008146     IF NOT PART-REG-OK
008146         DISPLAY 'UNABLE TO OPEN PARTREG, STATUS '
008146             WS-PART-REG-STATUS
008146         MOVE 16 TO RETURN-CODE
008146         STOP RUN
008146     END-IF.
008146     MOVE 0 TO WS-CLAIM-PARENT-RUN-ID.
008146     MOVE 0 TO WS-CLAIM-PARTITION.
008146     MOVE 'N' TO WS-PART-EOF-SW.
008146     MOVE LOW-VALUES TO PARTITION-KEY.
008146     START PARTITION-REGISTRY KEY NOT LESS THAN PARTITION-KEY
008146         INVALID KEY
008146             SET END-OF-PARTITIONS TO TRUE
008146     END-START.
008146     PERFORM 0795-READ-PARTITION-ROW THRU 0795-EXIT
008146         UNTIL END-OF-PARTITIONS.
008146     IF WS-CLAIM-PARTITION > 0
008146         MOVE WS-CLAIM-KEY TO PARTITION-KEY
008146         READ PARTITION-REGISTRY
008146             INVALID KEY
008146                 CONTINUE
008146             NOT INVALID KEY
008146                 IF PT-STATUS-SPLIT OR PT-STATUS-OPEN
008146                     OR PT-STATUS-REFUSED
008146                     SET PARTITION-CLAIMED TO TRUE
008146                 END-IF
008146         END-READ
008146     END-IF.
008146     IF NOT PARTITION-CLAIMED
008146         WRITE OUT-LINE FROM PARTITION-NONE-MESS
008146             AFTER ADVANCING 1 LINE
008146         CLOSE PARTITION-REGISTRY
008146         PERFORM 0850-RELEASE-RUN-LOCK THRU 0850-EXIT
008146         PERFORM 0800-CLOSE-RUN-REGISTRY THRU 0800-EXIT
008146         CLOSE RUN-REGISTRY
008146         CLOSE STANDARD-OUTPUT
008146         MOVE 16 TO RETURN-CODE
008146         STOP RUN
008146     END-IF.
008146     MOVE WS-RUN-ID TO PT-RUN-ID.
008146     MOVE 0 TO PT-RETURN-CODE.
008146     SET PT-STATUS-OPEN TO TRUE.
008146     REWRITE PARTITION-REGISTRY-RECORD
008146         INVALID KEY
008146             CONTINUE
008146     END-REWRITE.
008146     MOVE PT-PARTITION-NUMBER TO PN-PARTITION.
008146     MOVE PT-PARTITION-COUNT TO PN-PARTITION-COUNT.
008146     MOVE PT-PARENT-RUN-ID TO PN-PARENT-RUN-ID.
008146     WRITE OUT-LINE FROM PARTITION-INFO-LINE
008146         AFTER ADVANCING 1 LINE.
008146 0790-EXIT.
008146     EXIT.
008146
008146 *> the keys run in parent order, so the last row found for
008146 *> this number is the newest parent's.
008146 0795-READ-PARTITION-ROW.
008146     READ PARTITION-REGISTRY NEXT RECORD
008146         AT END
008146             SET END-OF-PARTITIONS TO TRUE
008146             GO TO 0795-EXIT
008146     END-READ.
008146     IF PT-PARTITION-NUMBER = WS-PARTITION-NUMBER
008146         MOVE PARTITION-KEY TO WS-CLAIM-KEY
008146     END-IF.
008146 0795-EXIT.
008146     EXIT.
008146
008146 *> -------------------------------------------------------
008146 *> 0850-RELEASE-RUN-LOCK - only the run that holds the lock
008146 *> (or overrode onto it) deletes the row; a run that ended
008146 *> before acquiring leaves whatever is there alone.
008146     IF NOT LOCK-IS-OURS
008146         GO TO 0850-EXIT
008146     END-IF.
008146     MOVE WS-LOCK-NAME TO LK-LOCK-NAME.
008146     READ RUN-LOCK
008146         INVALID KEY
008146             GO TO 0850-EXIT
008146     EXIT.
008146
008146 *> -------------------------------------------------------
008146 *> 0870-CLOSE-PARTITION - the claimed PARTREG row goes to
008146 *> CL with the run's return code, after the registry row
008146 *> has closed, so SQRTMRGE finds both settled together.
008146 *> -------------------------------------------------------
008146 0870-CLOSE-PARTITION.
008146     IF NOT PARTITION-CLAIMED
008146         GO TO 0870-EXIT
008146     END-IF.
008146     MOVE WS-CLAIM-KEY TO PARTITION-KEY.
008146     READ PARTITION-REGISTRY
008146         INVALID KEY
008146             GO TO 0870-EXIT
008146     END-READ.
008146     IF PT-RUN-ID = WS-RUN-ID
008146         MOVE RETURN-CODE TO PT-RETURN-CODE
008146         SET PT-STATUS-CLOSED TO TRUE
008146         REWRITE PARTITION-REGISTRY-RECORD
008146             INVALID KEY
008146                 CONTINUE
008146         END-REWRITE
008146     END-IF.
008146     CLOSE PARTITION-REGISTRY.
008146 0870-EXIT.
008146     EXIT.
008146
008146 *> -------------------------------------------------------
008146 *> 0800-CLOSE-RUN-REGISTRY - reads this run's registry row
008146 *> back, fills in the end stamp and the control-total counts,
008146 *> and flips the completion status to CL.  A run that crashes
008146 *> ops spots a half-finished run the morning after.
008146 *> -------------------------------------------------------
008146 0800-CLOSE-RUN-REGISTRY.
008146     PERFORM 0810-WRITE-AUDIT-SEAL THRU 0810-EXIT.
008146     MOVE WS-RUN-ID TO RR-RUN-ID.
008146     READ RUN-REGISTRY
008146         INVALID KEY
008146             MOVE CT-RECORDS-REJECTED TO RR-RECORDS-REJECTED
008146             MOVE CT-RECORDS-ABORTED TO RR-RECORDS-ABORTED
008146             SET RR-STATUS-CLOSED TO TRUE
008146             IF PROFILE-LOADED
008146                 MOVE WS-PROFILE-ENTRY TO RR-PROFILE-NAME
008146             END-IF
008146             REWRITE RUN-REGISTRY-RECORD
008146                 INVALID KEY
008146                     CONTINUE
008146     END-READ.
008146 0800-EXIT.
008146     EXIT.
008146
008146 *> -------------------------------------------------------
008146 *> 0810-WRITE-AUDIT-SEAL - the seal itself, filed under row
008146 *> sequence zero as the run closes: how many audit rows the
008146 *> run wrote, the chained hash over them in the order they
008146 *> were written, and the hash total.  A run that crashes
008146 *> never gets here, so SQRTSEAL reports it as unsealed.
008146 *> -------------------------------------------------------
008146 0810-WRITE-AUDIT-SEAL.
008146     IF NOT AUDIT-SEAL-OPEN
008146         GO TO 0810-EXIT
008146     END-IF.
008146     MOVE WS-RUN-ID TO SL-RUN-ID.
008146     MOVE 0 TO SL-ROW-SEQ.
008146     SET SL-SEAL-TOTALS TO TRUE.
008146     MOVE 'SQRTBABYEX' TO SL-PROGRAM-NAME.
008146     MOVE SP-ROW-COUNT TO SL-ROW-COUNT.
008146     MOVE SP-CHAIN-HASH TO SL-CHAIN-HASH.
008146     MOVE SP-HASH-TOTAL TO SL-HASH-TOTAL.
008146     ACCEPT SL-SEAL-DATE FROM DATE YYYYMMDD.
008146     ACCEPT SL-SEAL-TIME FROM TIME.
008146     MOVE WS-OPERATOR-ID TO SL-OPERATOR-ID.
008146     MOVE SPACES TO SL-FILLER.
008146     WRITE AUDIT-SEAL-RECORD
008146         INVALID KEY
008146             DISPLAY 'UNABLE TO FILE AUDSEAL SEAL, STATUS '
008146                 WS-SEAL-FILE-STATUS
008146     END-WRITE.
008146 0810-EXIT.
008146     EXIT.
008147
008140 *> -------------------------------------------------------
008150 *> 1100-SELECT-CALC-PARMS - lets the operator trade iteration
008289                     AFTER ADVANCING 1 LINE
008289                 END-WRITE
008290             NOT INVALID KEY
008290                 IF PP-INACTIVE
008290                     WRITE OUT-LINE FROM PROFILE-RETIRED-MESS
008290                         AFTER ADVANCING 1 LINE
008290                 ELSE
008291                     MOVE PP-MAX-ITERATIONS TO CP-MAX-ITERATIONS
008292                     MOVE PP-TOLERANCE TO CP-TOLERANCE
008293                     MOVE PP-ROOT-DEGREE TO CP-ROOT-DEGREE
008294                     MOVE PP-NEGATIVE-MODE-SW
008294                         TO CP-NEGATIVE-MODE-SW
008295                     MOVE PP-DECIMAL-PLACES TO CP-DECIMAL-PLACES
008295                     MOVE PP-ABORT-LIMIT-PCT TO CP-ABORT-LIMIT-PCT
008296                     SET PROFILE-LOADED TO TRUE
008297                     MOVE WS-PROFILE-ENTRY TO PI-PROFILE-NAME
008298                     WRITE OUT-LINE FROM PROFILE-INFO-LINE
008299                         AFTER ADVANCING 1 LINE
008299                 END-IF
008299         END-READ
008299         CLOSE PARM-PROFILE
008299     END-IF.
013170 *> condition before PERFORMing this paragraph.
013180 *> -------------------------------------------------------
013190 6000-WRITE-AUDIT-RECORD.
013200     MOVE CP-EXP-NUMERATOR TO AL-EXP-NUMERATOR.
013210     ACCEPT AL-RUN-DATE FROM DATE YYYYMMDD.
013220     ACCEPT AL-RUN-TIME FROM TIME.
013225     MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
013228     MOVE WS-CUR-REQUEST-ID TO AL-REQUEST-ID.
013228     MOVE WS-CUR-DEPARTMENT TO AL-DEPARTMENT.
013230     WRITE AUDIT-LOG-RECORD.
013230     PERFORM 6030-SEAL-AUDIT-ROW THRU 6030-EXIT.
013232     PERFORM 6010-WRITE-AUDIT-INDEX THRU 6010-EXIT.
013240 6000-EXIT.
013250     EXIT.
013250     END-WRITE.
013250 6020-EXIT.
013250     EXIT.
013250
013250 *> -------------------------------------------------------
013250 *> 6030-SEAL-AUDIT-ROW - the audit row just appended is
013250 *> hashed onto this run's seal totals and its entry filed
013250 *> on AUDSEAL under the next row sequence.  An entry that
013250 *> will not file is reported and the run goes on; SQRTSEAL
013250 *> names the gap when the run is verified.
013250 *> -------------------------------------------------------
013250 6030-SEAL-AUDIT-ROW.
013250     SET SP-HASH-ROW TO TRUE.
013250     CALL 'SQRTSEAL_HASH' USING AUDIT-LOG-RECORD, SEAL-PARAMETERS.
013250     IF NOT AUDIT-SEAL-OPEN
013250         GO TO 6030-EXIT
013250     END-IF.
013250     MOVE AL-RUN-ID TO SL-RUN-ID.
013250     MOVE SP-ROW-COUNT TO SL-ROW-SEQ.
013250     SET SL-ROW-ENTRY TO TRUE.
013250     MOVE SP-ROW-HASH TO SL-ROW-HASH.
013250     MOVE AL-RUN-DATE TO SL-ROW-RUN-DATE.
013250     MOVE AL-RUN-TIME TO SL-ROW-RUN-TIME.
013250     MOVE AL-IN-Z TO SL-ROW-IN-Z.
013250     MOVE AL-ROOT-DEGREE TO SL-ROW-ROOT-DEGREE.
013250     MOVE AL-STATUS-CODE TO SL-ROW-STATUS.
013250     MOVE AL-REQUEST-ID TO SL-ROW-REQUEST-ID.
013250     MOVE SPACES TO SL-ROW-FILLER.
013250     MOVE SPACES TO SL-FILLER.
013250     WRITE AUDIT-SEAL-RECORD
013250         INVALID KEY
013250             DISPLAY 'UNABLE TO FILE AUDSEAL ENTRY, STATUS '
013250                 WS-SEAL-FILE-STATUS
013250     END-WRITE.
013250 6030-EXIT.
013250     EXIT.
013260
013270 *> -------------------------------------------------------
013280 *> 6100-WRITE-MACHINE-RECORD - one row per successful
013340 *> -------------------------------------------------------
013350 6100-WRITE-MACHINE-RECORD.
013355     SET MR-DETAIL-ROW TO TRUE.
013360     MOVE CP-EXP-NUMERATOR TO MR-EXP-NUMERATOR.
013360     MOVE CP-DECIMAL-PLACES TO MR-DECIMAL-PLACES.
013365     MOVE WS-OPERATOR-ID TO MR-OPERATOR-ID.
013366     MOVE WS-RUN-DATE TO MR-RUN-DATE.
013367     MOVE WS-RUN-TIME TO MR-RUN-TIME.
013405 *> of grinding through Newton's method again. Keyed
013406 *> on root degree as well as IN-Z, since the same number's
013407 *> square root and cube root are different cached answers.
013407 *> A rational-power request is keyed on its exponent
013407 *> numerator too.
013408 *> -------------------------------------------------------
013409 6200-CHECK-CACHE.
013410     MOVE 'N' TO WS-CACHE-HIT-SW.
013411     MOVE IN-Z TO CA-IN-Z.
013412     MOVE CP-ROOT-DEGREE TO CA-ROOT-DEGREE.
013412     MOVE CP-EXP-NUMERATOR TO CA-EXP-NUMERATOR.
013413     READ CACHE-FILE
013414         INVALID KEY
013415             CONTINUE
013427 *> comes up it is a cache hit instead of a fresh call into
013428 *> SQRTBABYEX_CALC. Only called for a real, non-
013429 *> overflowed answer that was not already a cache hit.
013429 *> A recalculation's fresh answer replaces the cached one
013429 *> it was worked out to correct.
013430 *> -------------------------------------------------------
013431 6300-WRITE-CACHE-RECORD.
013432     MOVE IN-Z TO CA-IN-Z.
013433     MOVE CP-ROOT-DEGREE TO CA-ROOT-DEGREE.
013433     MOVE CP-EXP-NUMERATOR TO CA-EXP-NUMERATOR.
013434     MOVE Y TO CA-OUT-Y.
013435     MOVE WS-ITER-USED TO CA-ITERATIONS.
013435     MOVE WS-RUN-DATE TO CA-LAST-REF-DATE.
013436     MOVE SPACES TO CA-FILLER.
013437     WRITE CACHE-RECORD
013438         INVALID KEY
013439             IF CURRENT-RECALCULATION
013439                 REWRITE CACHE-RECORD
013439                     INVALID KEY
013439                         CONTINUE
013439                 END-REWRITE
013439             END-IF
013440     END-WRITE.
013441 6300-EXIT.
013442     EXIT.
013456     MOVE WS-CUR-DEPARTMENT TO EX-DEPARTMENT.
013456     *> a fresh exception has never been carried forward.
013456     MOVE 0 TO EX-CARRY-COUNT.
013457     MOVE CP-EXP-NUMERATOR TO EX-EXP-NUMERATOR.
013458     WRITE EXCEPTION-LOG-RECORD.
013459 6400-EXIT.
013460     EXIT.
014072 *> -------------------------------------------------------
014073 *> 4220-APPLY-RECORD-PARMS - takes the requester fields off
014074 *> the input record and lets a record carry its own root
014075 *> degree, decimal places and exponent numerator; a blank
014076 *> or unusable entry means the record computes at the
014076 *> run-level settings instead (numerator 1, a plain root).
014077 *> -------------------------------------------------------
014078 4220-APPLY-RECORD-PARMS.
014079     MOVE INZ-REQUEST-ID TO WS-CUR-REQUEST-ID.
014080     MOVE INZ-DEPARTMENT TO WS-CUR-DEPARTMENT.
014080     IF INZ-RECALCULATION
014080         SET CURRENT-RECALCULATION TO TRUE
014080     ELSE
014080         MOVE 'N' TO WS-CUR-RECALC-SW
014080     END-IF.
014081     *> a record without its own degree falls back to the
014082     *> first entry of the run's degree list, so whatever is
014083     *> tallied before the list loop takes over lands on a
014089     ELSE
014090         MOVE WS-RUN-DECIMAL-PLACES TO CP-DECIMAL-PLACES
014091     END-IF.
014091     IF INZ-EXP-NUMERATOR NUMERIC AND INZ-RATIONAL-EXPONENT
014091         MOVE INZ-EXP-NUMERATOR TO CP-EXP-NUMERATOR
014091     ELSE
014091         MOVE 1 TO CP-EXP-NUMERATOR
014091     END-IF.
014092     COMPUTE WS-DECIMAL-SCALE = 10 ** CP-DECIMAL-PLACES.
014092     PERFORM 6500-TEST-DEGREE-PARITY THRU 6500-EXIT.
014093 4220-EXIT.
014140 *> -------------------------------------------------------
014150 4250-CALC-AND-REPORT.
014160     MOVE IN-Z TO Z.
014160     IF CURRENT-RECALCULATION
014160         MOVE 'N' TO WS-CACHE-HIT-SW
014160     ELSE
014160         PERFORM 6200-CHECK-CACHE THRU 6200-EXIT
014160     END-IF.
014164     IF CACHE-HIT
014166         MOVE 'N' TO WS-OVERFLOW-SW
014167         MOVE 'N' TO WS-ABORT-SW
014290         ELSE
014300             MOVE SPACES TO OUT-ROOT-FLAG
014310         END-IF
014310         IF CP-EXP-NUMERATOR > 1
014310             MOVE CP-EXP-NUMERATOR TO PN-NUMERATOR
014310             MOVE CP-ROOT-DEGREE TO PN-DEGREE
014310             MOVE WS-POWER-NOTE TO OUT-POWER-FLAG
014310         ELSE
014310             MOVE SPACES TO OUT-POWER-FLAG
014310         END-IF
014320         MOVE PRINT-LINE TO WS-RPT-WORK
014320         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
014330         MOVE IN-Z TO AL-IN-Z
015020     IF WS-TOTAL-RECORDS > 0
015021         AND CT-RECORDS-ABORTED * 100 >
015022             WS-TOTAL-RECORDS * CP-ABORT-LIMIT-PCT
015022         *> alert first - the CALL leaves its own code in
015022         *> RETURN-CODE, so the 12 is set after it
015023         PERFORM 4450-ALERT-ABORT-STORM THRU 4450-EXIT
015023         MOVE 12 TO RETURN-CODE
015024     ELSE
015025     IF CT-RECORDS-ABORTED > 0
015110     END-IF.
014990 4400-EXIT.
015000     EXIT.
015000
015000 *> -------------------------------------------------------
015000 *> 4450-ALERT-ABORT-STORM - an RC 12 run is a critical
015000 *> alert on the feed the moment the totals show it.
015000 *> -------------------------------------------------------
015000 4450-ALERT-ABORT-STORM.
015000     MOVE CT-RECORDS-ABORTED TO AA-ABORTED.
015000     MOVE WS-TOTAL-RECORDS TO AA-TOTAL.
015000     MOVE CP-ABORT-LIMIT-PCT TO AA-LIMIT-PCT.
015000     MOVE SPACES TO ALERT-PARAMETERS.
015000     SET AP-RAISE-ALERT TO TRUE.
015000     MOVE 'C' TO AP-SEVERITY.
015000     MOVE 'AB' TO AP-EVENT-CODE.
015000     MOVE 'SQRTBABYEX' TO AP-PROGRAM-NAME.
015000     MOVE WS-RUN-ID TO AP-RUN-ID.
015000     MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID.
015000     MOVE ABORT-ALERT-MESSAGE TO AP-MESSAGE.
015000     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
015000 4450-EXIT.
015000     EXIT.
015001
015002 *> -------------------------------------------------------
015003 *> 4410-PRINT-DEGREE-TOTALS - the footer's per-degree
015032     PERFORM 6060-WRITE-FEED-TRAILER THRU 6060-EXIT.
015034     PERFORM 0850-RELEASE-RUN-LOCK THRU 0850-EXIT.
015035     PERFORM 0800-CLOSE-RUN-REGISTRY THRU 0800-EXIT.
015035     PERFORM 0870-CLOSE-PARTITION THRU 0870-EXIT.
015036     CLOSE REPORT-FILE.
015040     CLOSE STANDARD-OUTPUT.
015050     CLOSE AUDIT-LOG.
015067     IF AUDIT-INDEX-OPEN
015067         CLOSE AUDIT-INDEX
015067     END-IF.
015067     IF AUDIT-SEAL-OPEN
015067         CLOSE AUDIT-SEAL
015067     END-IF.
015068     CLOSE RUN-REGISTRY.
015070     STOP RUN.
