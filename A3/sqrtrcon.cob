001540 *>                   excluded from the match, so an
001550 *>                   escalation night no longer reads as out
001560 *>                   of balance.
001560 *>   2026-10-15  DW   A partitioned night's parent run (mode
001560 *>                   M) is reconciled across all of its
001560 *>                   partition runs, found on PARTREG; the
001560 *>                   latest-run default passes over partition
001560 *>                   rows so it lands on the parent.
001560 *>   2026-10-15  DW   An out-of-balance result raises an
001560 *>                   error alert on the alert feed.
001560 *>   2026-10-15  DW   The out-of-balance RC 8 is set after
001560 *>                   the alert is posted; the post CALL was
001560 *>                   resetting it to 0.
001600 *> ---------------------------------------------------------
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. SQRTRCON.
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS RR-RUN-ID
004000         FILE STATUS IS WS-RUNREG-FILE-STATUS.
004000     SELECT OPTIONAL PARTITION-REGISTRY ASSIGN TO "PARTREG"
004000         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS PARTITION-KEY
004000         FILE STATUS IS WS-PART-REG-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  STANDARD-OUTPUT.
005000     COPY EXCPREC.
005100 FD  RUN-REGISTRY.
005200     COPY RUNREC.
005200 FD  PARTITION-REGISTRY.
005200     COPY PARTREC.
005300 WORKING-STORAGE SECTION.
005400 *> -------------------------------------------------------
005500 *> file statuses and read control
006400 77  WS-RUNREG-FILE-STATUS      PICTURE X(02) VALUE '00'.
006500     88 RUNREG-FILE-OK                        VALUE '00'.
006600     88 RUNREG-FILE-NOT-FOUND                 VALUE '35'.
006600 77  WS-PART-REG-STATUS         PICTURE X(02) VALUE '00'.
006600     88 PART-REG-NOT-FOUND                    VALUE '35'.
006700 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
006800     88 END-OF-INPUT                          VALUE 'Y'.
006900 *> -------------------------------------------------------
007830 01  WS-REG-ROW.
007840     02 WS-REG-PROGRAM          PICTURE X(10).
007850     02 WS-REG-MODE             PICTURE X(01).
007860        88 REGISTERED-BATCH-RUN               VALUE 'B' 'P'
007860                                            'M'.
007860        88 REGISTERED-PARENT-RUN              VALUE 'M'.
007860        88 REGISTERED-PARTITION-RUN           VALUE 'P'.
007870     02 WS-REG-STATUS           PICTURE X(02).
007880     02 WS-REG-PROCESSED        PICTURE 9(07).
007890     02 WS-REG-REJECTED         PICTURE 9(07).
007895     02 WS-REG-ABORTED          PICTURE 9(07).
007895 *> -------------------------------------------------------
007895 *> the run IDs whose rows belong to the run being reconciled.
007895 *> A single run is just itself; a partitioned night's parent
007895 *> is every partition run SQRTSPLT registered on PARTREG,
007895 *> since the rows on the shared files carry those IDs.
007895 *> -------------------------------------------------------
007895 77  WS-SET-MAX                 PICTURE 9(02) COMP VALUE 9.
007895 77  WS-SET-COUNT               PICTURE 9(02) COMP VALUE 0.
007895 77  WS-SET-SUB                 PICTURE 9(02) COMP VALUE 0.
007895 77  WS-ROW-RUN-ID              PICTURE 9(16) VALUE 0.
007895 77  WS-IN-SET-SW               PICTURE X(01) VALUE 'N'.
007895     88 ROW-IN-RUN-SET                        VALUE 'Y'.
007895 01  WS-RUN-SET-TABLE.
007895     02 WS-SET-RUN-ID           PICTURE 9(16) OCCURS 9 TIMES.
007900 *> -------------------------------------------------------
008000 *> machine-output rows for the run, held in a fixed table
008100 *> and flagged off as audit rows claim them; whatever is
012920 77  WO-SOURCE-WORK             PICTURE X(08) VALUE SPACES.
012930 77  WO-IN-Z-WORK               PICTURE S9(11)V9(06) VALUE 0.
012940 77  WO-STATUS-WORK             PICTURE X(02) VALUE SPACES.
012940 *> the out-of-balance alert and its message.
012940 COPY ALRTPARM.
012940 01  OOB-ALERT-MESSAGE.
012940     02 FILLER PICTURE X(32) VALUE
012940        'RECONCILIATION OUT OF BALANCE - '.
012940     02 OA-ORPH-COUNT        PICTURE ZZZZ9.
012940     02 FILLER PICTURE X(13) VALUE ' ORPHAN ROWS '.
013000 *> -------------------------------------------------------
013100 *> prompts and report lines
013200 *> -------------------------------------------------------
014900     02 RC-MODE              PICTURE X(01).
015000     02 FILLER PICTURE X(09) VALUE ' STATUS '.
015100     02 RC-REG-STATUS        PICTURE X(02).
015100 01  RCON-PART-LINE.
015100     02 FILLER PICTURE X(16) VALUE ' PARTITIONS...: '.
015100     02 RP-PART-COUNT        PICTURE Z9.
015100     02 FILLER PICTURE X(35) VALUE
015100        ' RUNS ON PARTREG, RECONCILED AS ONE'.
015200 01  RCON-NOREG-LINE.
015300     02 FILLER PICTURE X(44) VALUE
015400        ' RUN NOT ON REGISTRY - COUNT TIE-OUT SKIPPED'.
019900         MOVE WS-REG-MODE TO RC-MODE
020000         MOVE WS-REG-STATUS TO RC-REG-STATUS
020100         WRITE OUT-LINE FROM RCON-REG-LINE AFTER ADVANCING 1 LINE
020100         IF REGISTERED-PARENT-RUN
020100             COMPUTE RP-PART-COUNT = WS-SET-COUNT - 1
020100             WRITE OUT-LINE FROM RCON-PART-LINE
020100                 AFTER ADVANCING 1 LINE
020100         END-IF
020200     ELSE
020300         WRITE OUT-LINE FROM RCON-NOREG-LINE
020400             AFTER ADVANCING 1 LINE
021000     PERFORM 5000-PRINT-RESULT THRU 5000-EXIT.
021100     CLOSE STANDARD-OUTPUT.
021200     IF OUT-OF-BALANCE
021200         *> alert first - the CALL leaves its own code in
021200         *> RETURN-CODE, so the 8 is set after it
021300         PERFORM 7000-ALERT-OUT-OF-BALANCE THRU 7000-EXIT
021300         MOVE 8 TO RETURN-CODE
021400     ELSE
021500         MOVE 0 TO RETURN-CODE
024600         END-IF
024700         CLOSE RUN-REGISTRY
024800     END-IF.
024800     PERFORM 1300-LOAD-RUN-SET THRU 1300-EXIT.
024900 1000-EXIT.
025000     EXIT.
025100
025100 *> a partition run's rows are reconciled under its parent,
025100 *> so partition rows are passed over in finding the latest.
025200 1100-FIND-LATEST-RUN.
025300     MOVE 'N' TO WS-EOF-SW.
025400     MOVE LOW-VALUES TO RR-RUN-ID.
026600         AT END
026700             MOVE 'Y' TO WS-EOF-SW
026800         NOT AT END
026900             IF RR-RUN-MODE NOT = 'P'
026900                 MOVE RR-RUN-ID TO WS-RUN-ID
027000                 SET RUNREG-ROW-FOUND TO TRUE
027050                 PERFORM 1200-SAVE-REG-ROW THRU 1200-EXIT
027050             END-IF
027100     END-READ.
027200 1110-EXIT.
027300     EXIT.
027380     MOVE RR-RECORDS-ABORTED TO WS-REG-ABORTED.
027390 1200-EXIT.
027395     EXIT.
027395
027395 *> -------------------------------------------------------
027395 *> 1300-LOAD-RUN-SET - the run itself, and for a parent run
027395 *> each partition run on PARTREG in partition order.
027395 *> -------------------------------------------------------
027395 1300-LOAD-RUN-SET.
027395     MOVE 1 TO WS-SET-COUNT.
027395     MOVE WS-RUN-ID TO WS-SET-RUN-ID (1).
027395     IF NOT RUNREG-ROW-FOUND OR NOT REGISTERED-PARENT-RUN
027395         GO TO 1300-EXIT
027395     END-IF.
027395     OPEN INPUT PARTITION-REGISTRY.
027395     IF PART-REG-NOT-FOUND
027395         GO TO 1300-EXIT
027395     END-IF.
027395     MOVE 'N' TO WS-EOF-SW.
027395     MOVE WS-RUN-ID TO PT-PARENT-RUN-ID.
027395     MOVE 0 TO PT-PARTITION-NUMBER.
027395     START PARTITION-REGISTRY KEY NOT LESS THAN PARTITION-KEY
027395         INVALID KEY
027395             MOVE 'Y' TO WS-EOF-SW
027395     END-START.
027395     PERFORM 1310-READ-ONE-PARTITION THRU 1310-EXIT
027395         UNTIL END-OF-INPUT.
027395     CLOSE PARTITION-REGISTRY.
027395 1300-EXIT.
027395     EXIT.
027395
027395 1310-READ-ONE-PARTITION.
027395     READ PARTITION-REGISTRY NEXT RECORD
027395         AT END
027395             MOVE 'Y' TO WS-EOF-SW
027395             GO TO 1310-EXIT
027395     END-READ.
027395     IF PT-PARENT-RUN-ID NOT = WS-RUN-ID
027395         OR WS-SET-COUNT NOT < WS-SET-MAX
027395         MOVE 'Y' TO WS-EOF-SW
027395         GO TO 1310-EXIT
027395     END-IF.
027395     IF PT-RUN-ID NOT = 0
027395         ADD 1 TO WS-SET-COUNT
027395         MOVE PT-RUN-ID TO WS-SET-RUN-ID (WS-SET-COUNT)
027395     END-IF.
027395 1310-EXIT.
027395     EXIT.
027395
027395 *> -------------------------------------------------------
027395 *> 1400-TEST-RUN-SET - is WS-ROW-RUN-ID one of the set?
027395 *> -------------------------------------------------------
027395 1400-TEST-RUN-SET.
027395     MOVE 'N' TO WS-IN-SET-SW.
027395     PERFORM 1410-TEST-ONE-RUN THRU 1410-EXIT
027395         VARYING WS-SET-SUB FROM 1 BY 1
027395         UNTIL WS-SET-SUB > WS-SET-COUNT OR ROW-IN-RUN-SET.
027395 1400-EXIT.
027395     EXIT.
027395
027395 1410-TEST-ONE-RUN.
027395     IF WS-SET-RUN-ID (WS-SET-SUB) = WS-ROW-RUN-ID
027395         SET ROW-IN-RUN-SET TO TRUE
027395     END-IF.
027395 1410-EXIT.
027395     EXIT.
027400
027500 *> -------------------------------------------------------
027600 *> 2000-LOAD-MACH-TABLE - files away every machine-output row
029400         AT END
029500             MOVE 'Y' TO WS-EOF-SW
029600         NOT AT END
029700             MOVE MR-RUN-ID TO WS-ROW-RUN-ID
029700             PERFORM 1400-TEST-RUN-SET THRU 1400-EXIT
029700             IF MR-DETAIL-ROW AND ROW-IN-RUN-SET
029710                 AND NOT MR-STATUS-UNRESOLVED
029800                 IF WS-MACH-COUNT < WS-MACH-MAX
029900                     ADD 1 TO WS-MACH-COUNT
032700         AT END
032800             MOVE 'Y' TO WS-EOF-SW
032900         NOT AT END
033000             MOVE EX-RUN-ID TO WS-ROW-RUN-ID
033000             PERFORM 1400-TEST-RUN-SET THRU 1400-EXIT
033000             IF ROW-IN-RUN-SET
033100                 IF WS-EXCP-COUNT < WS-EXCP-MAX
033200                     ADD 1 TO WS-EXCP-COUNT
033300                     MOVE EX-IN-Z TO WX-IN-Z (WS-EXCP-COUNT)
036400         AT END
036500             MOVE 'Y' TO WS-EOF-SW
036600         NOT AT END
036700             MOVE AL-RUN-ID TO WS-ROW-RUN-ID
036700             PERFORM 1400-TEST-RUN-SET THRU 1400-EXIT
036700             IF ROW-IN-RUN-SET
036800                 PERFORM 3200-CLASSIFY-AUDIT-ROW THRU 3200-EXIT
036900             END-IF
037000     END-READ.
059700     END-IF.
059800 6000-EXIT.
059900     EXIT.
059900
059900 *> -------------------------------------------------------
059900 *> 7000-ALERT-OUT-OF-BALANCE - an out-of-balance run is an
059900 *> error alert on the feed, naming the run reconciled.
059900 *> -------------------------------------------------------
059900 7000-ALERT-OUT-OF-BALANCE.
059900     COMPUTE OA-ORPH-COUNT = WS-ORPH-COUNT + WS-ORPH-DROPPED.
059900     MOVE SPACES TO ALERT-PARAMETERS.
059900     SET AP-RAISE-ALERT TO TRUE.
059900     MOVE 'E' TO AP-SEVERITY.
059900     MOVE 'OB' TO AP-EVENT-CODE.
059900     MOVE 'SQRTRCON' TO AP-PROGRAM-NAME.
059900     MOVE WS-RUN-ID TO AP-RUN-ID.
059900     MOVE OOB-ALERT-MESSAGE TO AP-MESSAGE.
059900     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
059900 7000-EXIT.
059900     EXIT.
